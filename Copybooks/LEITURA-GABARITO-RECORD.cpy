      ******************************************************************
      * Layout da saida da leitora optica (LEITORA-GABARITOS.TXT): um
      * registro por folha de respostas lida, com o aluno, a prova
      * (veja GB-CD-PROVA em GABARITO-RECORD) e a alternativa marcada
      * em cada questao (A a E; ESPACO = em branco, '*' = marcacao
      * dupla - os dois contam como erro). Lido pelo IMPORTAR-
      * GABARITO, que corrige as folhas no lugar da redigitacao das
      * notas na planilha do NOTAS-IMPORT.TXT.
      ******************************************************************
       01 REG-LEITURA-GABARITO.
          03 LG-CD-STUDENT         PIC 9(05).
          03 LG-CD-PROVA           PIC X(08).
          03 LG-RESPOSTAS.
             05 LG-RESPOSTA        PIC X(01) OCCURS 50 TIMES.
