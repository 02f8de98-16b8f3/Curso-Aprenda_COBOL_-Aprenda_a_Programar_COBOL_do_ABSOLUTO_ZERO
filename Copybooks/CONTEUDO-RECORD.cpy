      ******************************************************************
      * Layout do registro de conteudo ministrado (CONTEUDOS.TXT): um
      * registro por aula (turma/materia/data), gravado pelo
      * REGISTRAR-CHAMADA junto com a chamada - o que foi dado na
      * aula e, opcionalmente, a tarefa de casa. O DIARIO-CLASSE
      * imprime a pagina de conteudos a partir daqui e o
      * AUDITAR-CHAMADA aponta a aula com chamada e sem conteudo.
      * Data da aula em DDMMAAAA (a mesma de CH-DATA-AULA); data do
      * registro em AAAAMMDD.
      ******************************************************************
       01 REG-CONTEUDO.
          03 CT-CD-TURMA           PIC X(05).
          03 CT-CD-MATERIA         PIC X(05).
          03 CT-DATA-AULA          PIC 9(08).
          03 CT-CONTEUDO           PIC X(60).
      * TAREFA DE CASA (BRANCO = NENHUMA).
          03 CT-TAREFA             PIC X(60).
          03 CT-DATA-REGISTRO      PIC 9(08).
      * TIPO DO REGISTRO (MESMA TRILHA DE CHAMADA-RECORD.CPY, VEJA
      * CORRIGIR-CHAMADA): BRANCO = REGISTRO NORMAL, 'E' = ESTORNADO
      * (MANTIDO PARA AUDITORIA MAS IGNORADO POR TODO LEITOR), 'C' =
      * CORRECAO QUE SUBSTITUIU UM REGISTRO ESTORNADO, COM O OPERADOR
      * QUE CORRIGIU.
          03 CT-TIPO-REGISTRO      PIC X(01).
             88 CT-REGISTRO-ESTORNADO     VALUE 'E'.
             88 CT-REGISTRO-CORRECAO      VALUE 'C'.
          03 CT-OPERADOR-CORRECAO  PIC X(10).
