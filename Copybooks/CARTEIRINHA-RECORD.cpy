      ******************************************************************
      * Layout do registro de carteirinhas estudantis
      * (CARTEIRINHAS-REGISTRO.TXT): um registro por carteirinha
      * emitida pelo CARTEIRINHAS - a primeira do ano de validade e
      * cada reemissao - e um registro por carteirinha recolhida
      * (aluno que deixou de ser ativo devolveu o cartao na
      * secretaria). O arquivo SO RECEBE INCLUSOES (OPEN EXTEND): a
      * situacao de uma carteirinha eh a do ultimo registro dela.
      * Nao guarda nome do aluno (sai do mestre na hora da impressao).
      * Datas em AAAAMMDD.
      ******************************************************************
       01 REG-CARTEIRINHA.
          03 CA-NUMERO             PIC 9(06).
          03 CA-CD-STUDENT         PIC 9(05).
      * 'E' = EMISSAO (PRIMEIRA VIA OU REEMISSAO); 'R' = RECOLHIMENTO
      * DA CARTEIRINHA CA-NUMERO, QUE DEIXA DE VALER.
          03 CA-TIPO               PIC X(01).
             88 CA-EMISSAO                VALUE 'E'.
             88 CA-RECOLHIMENTO           VALUE 'R'.
          03 CA-ANO-VALIDADE       PIC 9(04).
      * VIA DENTRO DO ANO DE VALIDADE: 1 = PRIMEIRA, 2 EM DIANTE =
      * REEMISSAO.
          03 CA-NUMERO-VIA         PIC 9(02).
      * MOTIVO DA EMISSAO: 'N' = PRIMEIRA VIA DO ANO; 'P' = PERDA,
      * ROUBO OU DANO PELO ALUNO (REEMISSAO COM TAXA); 'D' = DEFEITO
      * OU ERRO DE DADOS DA ESCOLA; 'T' = TROCA DE TURMA (ESTES DOIS
      * SEM TAXA). EM BRANCO NO RECOLHIMENTO.
          03 CA-MOTIVO             PIC X(01).
             88 CA-PRIMEIRA-VIA           VALUE 'N'.
             88 CA-MOTIVO-PERDA           VALUE 'P'.
             88 CA-MOTIVO-DEFEITO         VALUE 'D'.
             88 CA-MOTIVO-TROCA-TURMA     VALUE 'T'.
          03 CA-TAXA               PIC X(01).
             88 CA-COM-TAXA               VALUE 'S'.
             88 CA-SEM-TAXA               VALUE 'N'.
          03 CA-NR-MATRICULA-BASE  PIC 9(07).
          03 CA-NR-MATRICULA-DV    PIC 9(01).
          03 CA-CD-TURMA           PIC X(05).
          03 CA-SERIE              PIC 9(02).
          03 CA-DATA               PIC 9(08).
          03 CA-OPERADOR           PIC X(10).
