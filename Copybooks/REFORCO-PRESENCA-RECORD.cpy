      ******************************************************************
      * Layout do livro de presenca do reforco escolar (REFORCO-
      * PRESENCAS.TXT): um registro por aluno por encontro de um grupo
      * confirmado (veja REFORCO-GRUPO-RECORD) - separado do
      * CHAMADA.TXT, que eh o livro de chamada das aulas regulares e
      * entra na frequencia oficial; o reforco nao entra. Gravado e
      * lido pelo REFORCO-ESCOLAR. Data do encontro em DDMMAAAA.
      ******************************************************************
       01 REG-REFORCO-PRESENCA.
          03 RP-ID-GRUPO           PIC 9(05).
          03 RP-CD-STUDENT         PIC 9(05).
          03 RP-DATA-ENCONTRO      PIC 9(08).
          03 RP-PRESENCA           PIC X(01).
             88 RP-PRESENTE               VALUE 'P'.
             88 RP-FALTOU                 VALUE 'F'.
          03 RP-OPERADOR           PIC X(10).
          03 RP-DATA-REGISTRO      PIC 9(08).
