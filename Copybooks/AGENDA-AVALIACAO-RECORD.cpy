      ******************************************************************
      * Layout da agenda de avaliacoes (AVALIACOES-AGENDA.TXT): um
      * registro por avaliacao planejada de uma turma/materia no
      * bimestre, mantido pelo AGENDA-AVALIACOES - a data (so dia
      * letivo do CALENDARIO.TXT, dentro do limite de provas por
      * turma por dia da AGENDA-CONFIG.TXT) e o tipo, nos mesmos
      * codigos que o CALCULAR-MEDIA pesa. AG-NR-AVALIACAO eh a
      * posicao da nota no lancamento (1 a 10): RECEBER-NOTAS e
      * IMPORTAR-NOTAS avisam quando a nota lancada nao tem avaliacao
      * planejada atras dela (veja CONSULTAR-AGENDA). Data da
      * avaliacao em DDMMAAAA; data do registro em AAAAMMDD.
      ******************************************************************
       01 REG-AGENDA-AVALIACAO.
          03 AG-CD-TURMA           PIC X(05).
          03 AG-CD-MATERIA         PIC X(05).
          03 AG-ANO-LETIVO         PIC 9(04).
          03 AG-BIMESTRE           PIC 9(01).
          03 AG-NR-AVALIACAO       PIC 9(02).
          03 AG-DATA-AVALIACAO     PIC 9(08).
      * TIPO DA AVALIACAO (VEJA CALCULAR-MEDIA/P150): 1 = TRABALHO,
      * 2 = PROVA, 3 = PARTICIPACAO. SO A PROVA CONTA NO LIMITE
      * DIARIO DA TURMA.
          03 AG-TIPO-AVALIACAO     PIC 9(01).
             88 AG-TIPO-TRABALHO          VALUE 1.
             88 AG-TIPO-PROVA             VALUE 2.
             88 AG-TIPO-PARTICIPACAO      VALUE 3.
             88 AG-TIPO-VALIDO            VALUES 1 THRU 3.
          03 AG-DESCRICAO          PIC X(30).
      * PROFESSOR ATRIBUIDO A TURMA/MATERIA NA DATA DA AVALIACAO
      * (BUSCAR-PROFESSOR-TURMA; 0 = SEM ATRIBUICOES CADASTRADAS).
          03 AG-CD-PROFESSOR       PIC 9(04).
          03 AG-OPERADOR           PIC X(10).
          03 AG-DATA-REGISTRO      PIC 9(08).
