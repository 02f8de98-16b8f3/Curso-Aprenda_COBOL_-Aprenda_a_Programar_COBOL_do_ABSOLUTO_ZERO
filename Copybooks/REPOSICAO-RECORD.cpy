      ******************************************************************
      * Layout do plano de reposicao de aulas (REPOSICOES.TXT): um
      * registro por aula de reposicao planejada para cobrir a falta
      * de carga horaria de uma turma/materia apontada pelo
      * CARGA-HORARIA, mantido pelo PLANO-REPOSICAO - a data (dia
      * letivo ou sabado de reposicao do CALENDARIO.TXT), o periodo
      * da aula, sem choque com o HORARIO.TXT, e o professor
      * atribuido na data (ATRIBUICOES.TXT). A aula dada entra no
      * livro de chamada como qualquer outra (REGISTRAR-CHAMADA
      * aceita a data por causa do plano - veja CONSULTAR-REPOSICAO)
      * e passa a contar na proxima conferencia de carga horaria.
      * RP-FAIXA-DE/ATE repetem a faixa da conferencia que apontou a
      * falta: o PAINEL-FECHAMENTO so aceita como coberta a falta com
      * plano da mesma faixa. Datas da aula e da faixa em DDMMAAAA;
      * data do registro em AAAAMMDD.
      ******************************************************************
       01 REG-REPOSICAO.
          03 RP-CD-TURMA           PIC X(05).
          03 RP-CD-MATERIA         PIC X(05).
          03 RP-DATA-AULA          PIC 9(08).
          03 RP-PERIODO-AULA       PIC 9(01).
      * PROFESSOR ATRIBUIDO A TURMA/MATERIA NA DATA DA AULA
      * (BUSCAR-PROFESSOR-TURMA; 0 = SEM ATRIBUICOES CADASTRADAS).
          03 RP-CD-PROFESSOR       PIC 9(04).
          03 RP-FAIXA-DE           PIC 9(08).
          03 RP-FAIXA-ATE          PIC 9(08).
      * 'P' = PLANEJADA; 'C' = CANCELADA (O REGISTRO FICA NO ARQUIVO
      * PARA O ACOMPANHAMENTO, MAS NAO COBRE MAIS A FALTA).
          03 RP-SITUACAO           PIC X(01).
             88 RP-PLANEJADA              VALUE 'P'.
             88 RP-CANCELADA              VALUE 'C'.
          03 RP-OPERADOR           PIC X(10).
          03 RP-DATA-REGISTRO      PIC 9(08).
