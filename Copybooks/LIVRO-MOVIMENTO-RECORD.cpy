      ******************************************************************
      * Layout das movimentacoes de livro didatico
      * (LIVROS-MOVIMENTO.TXT): um registro por entrega ou devolucao
      * de um titulo (LIVROS-DIDATICOS.TXT) a um aluno no ano letivo,
      * gravado so por acrescimo pelo LIVROS-DIDATICOS - o recibo de
      * papel deixa de ser a unica prova. O livro esta com o aluno
      * enquanto as entregas do titulo no ano superam as devolucoes;
      * a devolucao traz o estado em que o livro voltou (o perdido eh
      * devolucao declarada, que fecha a pendencia mas entra na lista
      * de perdas).
      ******************************************************************
       01 REG-LIVRO-MOVIMENTO.
          03 LM-ANO-LETIVO         PIC 9(04).
          03 LM-CD-STUDENT         PIC 9(05).
          03 LM-CD-LIVRO           PIC X(06).
          03 LM-TIPO               PIC X(01).
             88 LM-ENTREGA                VALUE 'E'.
             88 LM-DEVOLUCAO              VALUE 'D'.
      * ESTADO NA DEVOLUCAO (BRANCO NA ENTREGA).
          03 LM-CONDICAO           PIC X(01).
             88 LM-BOM                    VALUE 'B'.
             88 LM-DANIFICADO             VALUE 'D'.
             88 LM-PERDIDO                VALUE 'P'.
             88 LM-CONDICAO-VALIDA        VALUE 'B' 'D' 'P'.
          03 LM-DATA-MOVIMENTO     PIC 9(08).
          03 LM-OPERADOR           PIC X(10).
