      ******************************************************************
      * Layout das parcelas de mensalidade (MENSALIDADES.TXT): uma
      * parcela por aluno por mes de referencia, gerada pelo
      * GERAR-MENSALIDADES contra o responsavel FINANCEIRO do aluno
      * (RP-TIPO 'F' em RESPONSAVEIS.TXT; sem financeiro marcado, o
      * primeiro responsavel do aluno - transicao). Nome + endereco 1
      * do responsavel ficam gravados na parcela: eh a chave da
      * familia (o mesmo criterio de CONSULTAR-FAMILIA/GERAR-CARTAS)
      * e a cobranca nao muda de dono se o cadastro mudar depois.
      * MS-DIAS-COBRADOS < dias do mes = parcela proporcional
      * (entrada ou saida no meio do mes, pela DT-MATRICULA/
      * DT-SITUACAO). Pagamentos sao baixados pelo BAIXAR-MENSALIDADE
      * (acumulam em MS-VALOR-PAGO; a parcela quita quando o pago
      * alcanca o devido). Datas em DDMMAAAA.
      ******************************************************************
       01 REG-MENSALIDADE.
          03 MS-CD-STUDENT         PIC 9(05).
          03 MS-ANO-REF            PIC 9(04).
          03 MS-MES-REF            PIC 9(02).
          03 MS-NM-RESPONSAVEL     PIC X(30).
          03 MS-ENDERECO-1         PIC X(40).
          03 MS-DIAS-COBRADOS      PIC 9(02).
          03 MS-VALOR-DEVIDO       PIC 9(05)V9(02).
          03 MS-DATA-VENCIMENTO    PIC 9(08).
          03 MS-VALOR-PAGO         PIC 9(05)V9(02).
          03 MS-DATA-PAGAMENTO     PIC 9(08).
          03 MS-OPERADOR-BAIXA     PIC X(10).
          03 MS-SITUACAO           PIC X(01).
             88 MS-ABERTA                 VALUE 'A'.
             88 MS-QUITADA                VALUE 'Q'.
      * PERCENTUAL DE DESCONTO DE BOLSA POR MERITO APLICADO NA
      * PARCELA (BOLSISTAS.TXT DO ANO DE REFERENCIA - VEJA
      * BOLSISTA-RECORD.CPY); MS-VALOR-DEVIDO JA SAI LIQUIDO DO
      * DESCONTO. ZERO = SEM BOLSA.
          03 MS-PERC-DESCONTO      PIC 9(03)V9(01).
