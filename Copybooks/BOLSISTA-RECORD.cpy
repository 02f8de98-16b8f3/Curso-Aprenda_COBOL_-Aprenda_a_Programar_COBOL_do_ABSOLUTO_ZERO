      ******************************************************************
      * Layout dos bolsistas (BOLSISTAS.TXT): um registro por aluno
      * por ano de vigencia, com a categoria da bolsa (BOLSAS.TXT) e o
      * percentual de desconto que GERAR-MENSALIDADES aplica nas
      * parcelas daquele ano. O ano seguinte nasce da decisao da
      * direcao sobre a proposta de REVISAR-BOLSAS (veja APROVAR-
      * BOLSAS): renovar/reduzir grava o novo desconto, revogar grava
      * desconto zero - o historico de cada ano fica no arquivo.
      * Mantido tambem a mao pelo PROGARQ018 (concessao inicial).
      ******************************************************************
       01 REG-BOLSISTA.
          03 BS-CD-STUDENT         PIC 9(05).
          03 BS-CATEGORIA          PIC X(05).
          03 BS-ANO-VIGENCIA       PIC 9(04).
          03 BS-PERC-DESCONTO      PIC 9(03)V9(01).
