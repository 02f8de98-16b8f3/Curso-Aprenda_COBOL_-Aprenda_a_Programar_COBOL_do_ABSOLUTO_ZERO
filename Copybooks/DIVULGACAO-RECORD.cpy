      ******************************************************************
      * Layout do controle de divulgacao de resultados (DIVULGACOES.
      * TXT): um registro por ano/bimestre - da escola inteira (turma
      * em branco) ou de uma turma so - com a data de divulgacao
      * marcada pela direcao e a liberacao explicita. Mantido pelo
      * DIVULGAR-RESULTADOS e consultado via CONFERIR-DIVULGACAO: o
      * resultado do periodo so chega a familia (boletim, boletim
      * consolidado, segunda via, cartas, extrato da secretaria)
      * depois de LIBERADO e com a data de divulgacao alcancada - o
      * boletim impresso antes do conselho deixa de ir para casa.
      * O registro da turma, quando existe, vale sobre o da escola.
      * Nas turmas semestrais (EJA) o bimestre eh o semestre: cada
      * regime de periodos (veja TU-REGIME-PERIODO) tem o proprio
      * registro, e o documento confere o do regime da turma.
      ******************************************************************
       01 REG-DIVULGACAO.
          03 DV-ANO-LETIVO         PIC 9(04).
          03 DV-BIMESTRE           PIC 9(01).
          03 DV-CD-TURMA           PIC X(05).
      * DATA A PARTIR DA QUAL O RESULTADO PODE SAIR (AAAAMMDD).
          03 DV-DATA-DIVULGACAO    PIC 9(08).
          03 DV-SITUACAO           PIC X(01).
             88 DV-PROGRAMADA             VALUE 'P'.
             88 DV-LIBERADA               VALUE 'L'.
          03 DV-OPERADOR-PROGRAMOU PIC X(10).
          03 DV-OPERADOR-LIBEROU   PIC X(10).
          03 DV-DATA-LIBERACAO     PIC 9(08).
          03 DV-HORA-LIBERACAO     PIC 9(08).
      * REGIME DE PERIODOS DO REGISTRO: 'B' BIMESTRAL OU 'S' SEMESTRAL
      * (EJA). REGISTRO ANTERIOR AO CAMPO (EM BRANCO) EH BIMESTRAL.
          03 DV-REGIME             PIC X(01).
             88 DV-REGIME-BIMESTRAL       VALUE 'B' SPACE.
             88 DV-REGIME-SEMESTRAL       VALUE 'S'.
