      ******************************************************************
      * Layout do checklist de documentos de matricula
      * (DOCUMENTOS-ALUNO.TXT): um registro por aluno, aberto
      * automaticamente quando o aluno nasce no mestre (PROGARQ002,
      * IMPORTAR-ALUNOS e a conversao de candidato do PROGARQ008) e
      * baixado documento a documento pelo DOCUMENTOS-ALUNO. As cinco
      * posicoes de DA-DOCUMENTO sao fixas:
      *   1 = CERTIDAO DE NASCIMENTO   2 = CPF
      *   3 = CARTEIRA DE VACINACAO    4 = COMPROVANTE DE RESIDENCIA
      *   5 = HISTORICO DA ESCOLA ANTERIOR (SO PARA TRANSFERIDO DE
      *       OUTRA ESCOLA - PARA OS DEMAIS NASCE 'N', NAO SE APLICA).
      * O DOCUMENTOS-PENDENTES lista semanalmente por turma o que
      * continua 'P' e emite a carta de cobranca ao responsavel.
      * Datas de registro/recebimento em AAAAMMDD.
      ******************************************************************
       01 REG-DOCUMENTO-ALUNO.
          03 DA-CD-STUDENT         PIC 9(05).
          03 DA-DATA-ABERTURA      PIC 9(08).
          03 DA-ORIGEM             PIC X(15).
          03 DA-TRANSFERIDO        PIC X(01).
             88 DA-VEIO-TRANSFERIDO       VALUE 'S'.
          03 DA-DOCUMENTO OCCURS 5 TIMES.
             05 DA-SITUACAO        PIC X(01).
                88 DA-PENDENTE            VALUE 'P'.
                88 DA-RECEBIDO            VALUE 'R'.
                88 DA-NAO-SE-APLICA       VALUE 'N'.
             05 DA-DATA-RECEBIMENTO
                                   PIC 9(08).
             05 DA-OPERADOR        PIC X(10).
