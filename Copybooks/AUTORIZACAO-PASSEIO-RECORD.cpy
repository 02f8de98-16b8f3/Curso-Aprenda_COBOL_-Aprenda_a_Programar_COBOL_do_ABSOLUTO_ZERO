      ******************************************************************
      * Layout das autorizacoes de passeio (AUTORIZACOES-PASSEIO.TXT):
      * um registro por aluno por passeio, criado como pendente pelo
      * PASSEIOS no cadastro do passeio (alunos ativos das turmas
      * participantes, com a turma da epoca). A secretaria registra a
      * devolucao do bilhete assinado (autorizado ou nao autorizado),
      * com data AAAAMMDD e operador. Pendente na vespera do passeio =
      * aluno fica na escola; a cobranca diaria dos bilhetes nao
      * devolvidos sai no PASSEIOS-PENDENTES.
      ******************************************************************
       01 REG-AUTORIZACAO-PASSEIO.
          03 AP-CD-PASSEIO         PIC 9(04).
          03 AP-CD-STUDENT         PIC 9(05).
          03 AP-CD-TURMA           PIC X(05).
          03 AP-SITUACAO           PIC X(01).
             88 AP-PENDENTE               VALUE 'P'.
             88 AP-AUTORIZADO             VALUE 'S'.
             88 AP-NAO-AUTORIZADO         VALUE 'N'.
          03 AP-DATA-RETORNO       PIC 9(08).
          03 AP-OPERADOR           PIC X(10).
