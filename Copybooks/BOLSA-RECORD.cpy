      ******************************************************************
      * Layout das categorias de bolsa por merito (BOLSAS.TXT): um
      * registro por categoria com as regras da renovacao anual
      * (veja REVISAR-BOLSAS) - CR ponderado minimo para renovar, CR
      * minimo para manter a bolsa reduzida, frequencia anual minima
      * e se uma reprovacao no ano derruba a bolsa (BO-ACEITA-
      * REPROVACAO 'N') ou apenas reduz ('S'). Os descontos sao
      * percentuais sobre a mensalidade cheia (veja GERAR-
      * MENSALIDADES). Mantido pelo PROGARQ018, junto dos bolsistas
      * (BOLSISTA-RECORD.CPY).
      ******************************************************************
       01 REG-BOLSA.
          03 BO-CATEGORIA          PIC X(05).
          03 BO-DESCRICAO          PIC X(30).
          03 BO-CR-MINIMO          PIC 9(03)V9(01).
          03 BO-CR-MINIMO-REDUZIR  PIC 9(03)V9(01).
          03 BO-FREQ-MINIMA        PIC 9(03)V9(01).
          03 BO-DESCONTO-INTEGRAL  PIC 9(03)V9(01).
          03 BO-DESCONTO-REDUZIDO  PIC 9(03)V9(01).
          03 BO-ACEITA-REPROVACAO  PIC X(01).
             88 BO-REPROVACAO-REDUZ       VALUE 'S'.
