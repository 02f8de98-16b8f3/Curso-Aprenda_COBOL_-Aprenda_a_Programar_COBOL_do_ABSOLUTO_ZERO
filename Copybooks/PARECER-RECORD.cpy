      ******************************************************************
      * Layout do parecer descritivo (PARECERES.TXT): um registro por
      * lancamento de parecer de aluno/materia/bimestre nas turmas de
      * regime descritivo (TU-REGIME-DESCRITIVO em TURMA-RECORD) - os
      * anos iniciais nao tem nota nem media, e o professor deixava
      * de lancar ou inventava numero para o RECEBER-NOTAS. Gravado
      * pelo PRINCIPAL (texto digitado no RECEBER-PARECER), lido pelo
      * BOLETIM-CONSOLIDADO, HISTORICO-ESCOLAR e PROMOCAO-ALUNOS. O
      * arquivo so cresce: um novo lancamento para o mesmo aluno/
      * materia/ano/bimestre substitui o anterior (vale o ultimo na
      * ordem do arquivo), e o anterior fica como rastro de quem
      * escreveu o que e quando.
      ******************************************************************
       01 REG-PARECER.
          03 PR-CD-STUDENT         PIC 9(05).
          03 PR-NM-STUDENT         PIC X(30).
          03 PR-CD-TURMA           PIC X(05).
          03 PR-CD-MATERIA         PIC X(05).
          03 PR-NM-MATERIA         PIC X(30).
          03 PR-ANO-LETIVO         PIC 9(04).
          03 PR-BIMESTRE           PIC 9(01).
      * TEXTO DO PARECER EM ATE 4 LINHAS DE 60 POSICOES (O TAMANHO DA
      * LINHA DO BOLETIM IMPRESSO) - LINHAS NAO USADAS EM BRANCO.
          03 PR-TEXTO.
             05 PR-LINHA           PIC X(60) OCCURS 4 TIMES.
      * FREQUENCIA APURADA DO LIVRO DE CHAMADA NA MATERIA (VEJA
      * BUSCAR-FREQUENCIA) - EM BRANCO QUANDO NAO HAVIA APURACAO NO
      * LANCAMENTO (O BOLETIM IMPRIME 'N/D').
          03 PR-PERC-FREQUENCIA    PIC 9(03)V9(01).
          03 PR-PERC-FREQUENCIA-X REDEFINES PR-PERC-FREQUENCIA
                                   PIC X(04).
          03 PR-NM-PROFESSOR       PIC X(30).
          03 PR-OPERADOR           PIC X(10).
          03 PR-DATA-LANCAMENTO    PIC 9(08).
          03 PR-HORA-LANCAMENTO    PIC 9(08).
