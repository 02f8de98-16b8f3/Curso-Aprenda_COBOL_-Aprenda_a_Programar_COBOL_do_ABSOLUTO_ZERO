      * AUDITAR-CHAMADA usa a grade como denominador exato das
      * chamadas esperadas - ate aqui o sistema sabia QUEM ensinava
      * (ATRIBUICOES.TXT), mas nao QUANDO.
      * HR-CD-SALA diz ONDE (codigo de SALAS.TXT, veja SALA-
      * RECORD.CPY): o PROGARQ015 exige a sala em todo slot novo e
      * recusa duas turmas na mesma sala no mesmo dia/periodo. Slots
      * anteriores ao campo tem a area em branco ate receberem sala.
      ******************************************************************
       01 REG-HORARIO.
          03 HR-CD-TURMA           PIC X(05).
          03 HR-CD-PROFESSOR       PIC 9(04).
          03 HR-DIA-SEMANA         PIC 9(01).
          03 HR-PERIODO-AULA       PIC 9(01).
          03 HR-CD-SALA            PIC X(05).
