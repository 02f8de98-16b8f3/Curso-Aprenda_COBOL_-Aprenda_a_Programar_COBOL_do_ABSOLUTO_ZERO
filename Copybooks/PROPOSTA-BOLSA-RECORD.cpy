      ******************************************************************
      * Layout das propostas da revisao anual de bolsas
      * (BOLSA-PROPOSTAS.TXT): um registro por bolsista revisado pelo
      * REVISAR-BOLSAS, com os numeros que embasaram a proposta (CR
      * ponderado do ano, frequencia anual, reprovacoes) e a decisao
      * sugerida pelas regras da categoria - 'R' renovar, 'D'
      * reduzir, 'V' revogar. A direcao aprova ou mantem o desconto
      * atual pelo APROVAR-BOLSAS, que grava o desconto do ano
      * seguinte em BOLSISTAS.TXT e marca a proposta como decidida.
      ******************************************************************
       01 REG-PROPOSTA-BOLSA.
          03 PB-CD-STUDENT         PIC 9(05).
          03 PB-NM-STUDENT         PIC X(20).
          03 PB-CATEGORIA          PIC X(05).
          03 PB-ANO-REVISAO        PIC 9(04).
          03 PB-CR-PONDERADO       PIC 9(03)V9(01).
          03 PB-PERC-FREQUENCIA    PIC 9(03)V9(01).
          03 PB-QTD-REPROVADAS     PIC 9(03).
          03 PB-DESCONTO-ATUAL     PIC 9(03)V9(01).
          03 PB-DECISAO            PIC X(01).
             88 PB-RENOVAR                VALUE 'R'.
             88 PB-REDUZIR                VALUE 'D'.
             88 PB-REVOGAR                VALUE 'V'.
          03 PB-DESCONTO-PROPOSTO  PIC 9(03)V9(01).
          03 PB-MOTIVO             PIC X(25).
      * SITUACAO: 'P' PENDENTE, 'A' APROVADA COMO PROPOSTA, 'M'
      * DIRECAO MANTEVE O DESCONTO ATUAL.
          03 PB-SITUACAO           PIC X(01).
             88 PB-PENDENTE               VALUE 'P'.
             88 PB-APROVADA               VALUE 'A'.
             88 PB-MANTIDA                VALUE 'M'.
          03 PB-OPERADOR-DECISAO   PIC X(10).
