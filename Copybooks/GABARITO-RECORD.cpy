      ******************************************************************
      * Layout do gabarito de prova objetiva (GABARITOS.TXT): um
      * registro por prova/simulado corrigido pela leitora optica,
      * com a materia, a posicao da avaliacao no lancamento do aluno
      * (o ND-IDX-AVALIACAO de NOTA-DETALHE-RECORD), o tipo da
      * avaliacao e a resposta certa de cada questao (A a E; 'X' =
      * QUESTAO ANULADA, conta como acerto para todos). Lido pelo
      * IMPORTAR-GABARITO junto com a saida da leitora (veja
      * LEITURA-GABARITO-RECORD).
      ******************************************************************
       01 REG-GABARITO.
          03 GB-CD-PROVA           PIC X(08).
          03 GB-CD-MATERIA         PIC X(05).
          03 GB-IDX-AVALIACAO      PIC 9(02).
          03 GB-TIPO-AVALIACAO     PIC 9(01).
          03 GB-QTD-QUESTOES       PIC 9(02).
          03 GB-RESPOSTAS.
             05 GB-RESPOSTA        PIC X(01) OCCURS 50 TIMES.
