      ******************************************************************
      * Layout do cadastro de passeios escolares (PASSEIOS.TXT): um
      * registro por passeio, incluido pelo PASSEIOS com codigo
      * sequencial. Ate seis turmas participantes (posicao em branco
      * = livre). Data do passeio e prazo de devolucao da autorizacao
      * em DDMMAAAA; custo por aluno em reais (zero = gratuito). A
      * situacao da autorizacao de cada aluno fica em
      * AUTORIZACOES-PASSEIO.TXT (veja AUTORIZACAO-PASSEIO-RECORD).
      ******************************************************************
       01 REG-PASSEIO.
          03 PS-CD-PASSEIO         PIC 9(04).
          03 PS-DESTINO            PIC X(40).
          03 PS-DATA-PASSEIO       PIC 9(08).
          03 PS-PRAZO-AUTORIZACAO  PIC 9(08).
          03 PS-CUSTO              PIC 9(05)V9(02).
          03 PS-TURMAS.
             05 PS-TURMA           PIC X(05) OCCURS 6 TIMES.
          03 PS-DATA-CADASTRO      PIC 9(08).
          03 PS-OPERADOR           PIC X(10).
