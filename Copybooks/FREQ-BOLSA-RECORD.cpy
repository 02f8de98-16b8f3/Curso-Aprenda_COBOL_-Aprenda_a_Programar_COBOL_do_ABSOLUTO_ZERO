      ******************************************************************
      * Layout da apuracao bimestral de frequencia do Bolsa Familia
      * (FREQUENCIA-BOLSA.TXT): um registro por beneficiario por
      * periodo do Sistema Presenca (FB-PERIODO 1 = FEV/MAR, 2 =
      * ABR/MAI, 3 = JUN/JUL, 4 = AGO/SET, 5 = OUT/NOV - nao eh o
      * bimestre escolar). Gravado pelo FREQUENCIA-BOLSA-FAMILIA a
      * partir do fechamento mensal e do livro de chamada. O
      * percentual eh o bruto (presencas / aulas): a falta
      * justificada por atestado ou abono NAO conta como presenca
      * aqui - ela sai em FB-QTD-ABONADAS e vira o motivo. Abaixo do
      * minimo legal (FB-LIMITE: 85% ate 15 anos, 75% de 16 em diante)
      * o envio exige o codigo de motivo (FB-MOTIVO), informado pela
      * secretaria; a reapuracao do periodo preserva o motivo ja
      * informado enquanto o aluno continuar abaixo.
      ******************************************************************
       01 REG-FREQ-BOLSA.
          03 FB-ANO                PIC 9(04).
          03 FB-PERIODO            PIC 9(01).
          03 FB-CD-STUDENT         PIC 9(05).
          03 FB-NIS                PIC 9(11).
          03 FB-CD-TURMA           PIC X(05).
          03 FB-QTD-AULAS          PIC 9(04).
          03 FB-QTD-PRESENCAS      PIC 9(04).
          03 FB-QTD-ABONADAS       PIC 9(04).
          03 FB-PERC-FREQUENCIA    PIC 9(03).
          03 FB-LIMITE             PIC 9(02).
          03 FB-ABAIXO-MINIMO      PIC X(01).
             88 FB-ABAIXO                 VALUE 'S'.
          03 FB-MOTIVO             PIC X(02).
          03 FB-OPERADOR-MOTIVO    PIC X(10).
