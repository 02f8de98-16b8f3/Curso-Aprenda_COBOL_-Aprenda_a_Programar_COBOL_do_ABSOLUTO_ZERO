      ******************************************************************
      * Layout da disponibilidade dos professores
      * (DISPONIBILIDADE.TXT): um registro por dia da semana/periodo
      * de aula em que o professor PODE dar aula (mesma numeracao do
      * HORARIO.TXT: 1 = DOMINGO ... 7 = SABADO; periodo 1 = primeira
      * aula do dia). Mantido pelo PROGARQ020 e lido pelo GERAR-
      * HORARIO, que so coloca aula do professor nos periodos
      * cadastrados aqui - professor sem nenhum registro nao recebe
      * aula na proposta.
      ******************************************************************
       01 REG-DISPONIBILIDADE.
          03 DP-CD-PROFESSOR       PIC 9(04).
          03 DP-DIA-SEMANA         PIC 9(01).
          03 DP-PERIODO-AULA       PIC 9(01).
