      ******************************************************************
      * Area de troca da busca direta no historico de notas (veja
      * BUSCAR-HIST): a operacao e os campos da chave do caminho
      * pedido - o chamador so preenche os campos do seu caminho.
      *   'A' = PRIMEIRO REGISTRO DE ALUNO + MATERIA + ANO + BIMESTRE
      *   'T' = PRIMEIRO REGISTRO DE TURMA + ANO + BIMESTRE
      *   'S' = PRIMEIRO REGISTRO DO ALUNO (TODOS OS PERIODOS)
      *   'P' = PROXIMO REGISTRO DO MESMO CAMINHO DA ULTIMA BUSCA
      * Os registros voltam na ordem de gravacao, estornados inclusive
      * - o chamador filtra como ja filtrava na leitura sequencial.
      * BH-SEQ-REGISTRO volta com o ordinal do registro achado em
      * NOTAS-HIST.TXT (1 = primeira linha), o mesmo ordinal que os
      * programas de estorno por copia ja contavam na leitura.
      ******************************************************************
       01 CAMPOS-BUSCA-HIST.
          03 BH-OPERACAO           PIC X(01).
             88 BH-PRIMEIRO-ALUNO-MATERIA VALUE 'A'.
             88 BH-PRIMEIRO-TURMA         VALUE 'T'.
             88 BH-PRIMEIRO-ALUNO         VALUE 'S'.
             88 BH-PROXIMO                VALUE 'P'.
          03 BH-CD-STUDENT         PIC 9(05).
          03 BH-CD-MATERIA         PIC X(05).
          03 BH-CD-TURMA           PIC X(05).
          03 BH-ANO-LETIVO         PIC 9(04).
          03 BH-BIMESTRE           PIC 9(01).
          03 BH-SEQ-REGISTRO       PIC 9(07).
