      ******************************************************************
      * Layout do livro de declaracoes emitidas (DECLARACOES.TXT): um
      * registro por declaracao emitida pelo DECLARACOES (matricula,
      * frequencia ou escolaridade), com o numero sequencial impresso
      * na folha, o retrato do que foi declarado (situacao do aluno,
      * data da situacao, percentual de frequencia), a finalidade
      * informada no balcao, quem emitiu e o codigo de autenticacao -
      * o VERIFICAR-AUTENTICACAO (opcao 4) cruza a folha apresentada
      * com este livro. Datas de emissao em AAAAMMDD; data da
      * situacao em DDMMAAAA (a mesma de DT-SITUACAO do mestre).
      ******************************************************************
       01 REG-DECLARACAO.
          03 DC-NUMERO             PIC 9(06).
          03 DC-TIPO               PIC X(01).
             88 DC-TIPO-MATRICULA         VALUE 'M'.
             88 DC-TIPO-FREQUENCIA        VALUE 'F'.
             88 DC-TIPO-ESCOLARIDADE      VALUE 'E'.
             88 DC-TIPO-VALIDO            VALUE 'M' 'F' 'E'.
          03 DC-CD-STUDENT         PIC 9(05).
          03 DC-CD-TURMA           PIC X(05).
      * SITUACAO DO ALUNO NO MESTRE (ST-ALUNO) NA EMISSAO - 'A' SAI
      * COMO ALUNO REGULAR; AS DEMAIS COMO 'FOI ALUNO ATE ...'.
          03 DC-SITUACAO-ALUNO     PIC X(01).
          03 DC-DATA-SITUACAO      PIC 9(08).
      * SO NA DECLARACAO DE FREQUENCIA (ZERO NAS DEMAIS).
          03 DC-PERC-FREQUENCIA    PIC 9(03)V9(01).
          03 DC-FINALIDADE         PIC X(30).
          03 DC-DATA-EMISSAO       PIC 9(08).
          03 DC-HORA-EMISSAO       PIC 9(08).
          03 DC-CODIGO-AUTENTICACAO
                                   PIC 9(08).
          03 DC-OPERADOR           PIC X(10).
