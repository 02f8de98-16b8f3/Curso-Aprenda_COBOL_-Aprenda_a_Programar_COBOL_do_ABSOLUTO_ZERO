      ******************************************************************
      * Layout da presenca nas reunioes de pais (PRESENCAS-
      * REUNIAO.TXT): um registro por aluno cuja familia compareceu a
      * reuniao (REUNIOES-PAIS.TXT), com quem veio - o nome do
      * responsavel cadastrado (RESPONSAVEIS.TXT) ou o nome digitado
      * de outra pessoa da familia (PR-OUTRA-PESSOA). Aluno da turma
      * convocada sem registro aqui eh familia AUSENTE: eh o que a
      * lista de acompanhamento do REUNIAO-PAIS procura.
      ******************************************************************
       01 REG-PRESENCA-REUNIAO.
          03 PR-CD-REUNIAO         PIC 9(04).
          03 PR-CD-STUDENT         PIC 9(05).
          03 PR-CD-TURMA           PIC X(05).
          03 PR-NM-PRESENTE        PIC X(30).
          03 PR-TIPO-PRESENTE      PIC X(01).
             88 PR-RESPONSAVEL-CADASTRADO VALUE 'R'.
             88 PR-OUTRA-PESSOA           VALUE 'O'.
          03 PR-OPERADOR           PIC X(10).
          03 PR-DATA-REGISTRO      PIC 9(08).
