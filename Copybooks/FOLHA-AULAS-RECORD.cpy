      ******************************************************************
      * Layout do extrato mensal de aulas dadas para a folha de
      * pagamento (FOLHA-AULAS.TXT): um registro de tamanho fixo por
      * professor por mes, gravado pelo FOLHA-AULAS. A aula dada eh a
      * data distinta com chamada (CHAMADA.TXT) da turma/materia,
      * creditada ao professor em vigor na data - o substituto dentro
      * da vigencia da licenca (AT-DATA-INICIO/AT-DATA-FIM), nao o
      * titular. As nao comprovadas sao as datas letivas com aula no
      * horario (HORARIO.TXT) e sem chamada: vao em campo separado
      * para o RH decidir, nunca somadas as dadas.
      ******************************************************************
       01 REG-FOLHA-AULAS.
          03 FA-ANO                PIC 9(04).
          03 FA-MES                PIC 9(02).
          03 FA-CD-PROFESSOR       PIC 9(04).
          03 FA-NM-PROFESSOR       PIC X(30).
          03 FA-QTD-AULAS-DADAS    PIC 9(04).
      * DAS DADAS, QUANTAS COMO SUBSTITUTO (JA INCLUIDAS ACIMA).
          03 FA-QTD-SUBSTITUICAO   PIC 9(04).
          03 FA-QTD-NAO-COMPROVADAS
                                   PIC 9(04).
          03 FA-DATA-GERACAO       PIC 9(08).
