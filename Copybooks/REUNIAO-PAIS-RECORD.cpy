      ******************************************************************
      * Layout do cadastro de reunioes de pais (REUNIOES-PAIS.TXT): um
      * registro por reuniao - codigo sequencial, data (DDMMAAAA, como
      * a chamada), periodo letivo a que se refere e as turmas
      * convocadas (ate 10; posicoes sem turma ficam em branco).
      * Mantido pelo REUNIAO-PAIS, que tambem registra a presenca das
      * familias (PRESENCAS-REUNIAO.TXT, VEJA PRESENCA-REUNIAO-
      * RECORD.CPY) e emite a lista de acompanhamento das ausentes.
      ******************************************************************
       01 REG-REUNIAO-PAIS.
          03 RE-CD-REUNIAO         PIC 9(04).
          03 RE-DATA               PIC 9(08).
          03 RE-ANO-LETIVO         PIC 9(04).
          03 RE-BIMESTRE           PIC 9(01).
          03 RE-QTD-TURMAS         PIC 9(02).
          03 RE-CD-TURMA           PIC X(05) OCCURS 10 TIMES.
          03 RE-OPERADOR           PIC X(10).
          03 RE-DATA-REGISTRO      PIC 9(08).
