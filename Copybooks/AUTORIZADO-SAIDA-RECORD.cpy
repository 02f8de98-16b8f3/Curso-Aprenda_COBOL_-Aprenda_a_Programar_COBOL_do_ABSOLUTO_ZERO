      ******************************************************************
      * Layout do cadastro de pessoas autorizadas a buscar o aluno
      * (AUTORIZADOS-SAIDA.TXT): um registro por pessoa por aluno,
      * mantido pelo PROGARQ022 (ao lado dos responsaveis do
      * PROGARQ005). Cada pessoa tem documento, parentesco e o
      * periodo de validade (DDMMAAAA; fim zerado = sem prazo). A
      * marca AZ-RESTRICAO = 'S' inverte o sentido: eh a pessoa que
      * NAO PODE levar o aluno (ordem judicial, referencia do
      * processo em AZ-REFERENCIA) e sai em destaque no quadro da
      * portaria. O QUADRO-PORTARIA emite o quadro diario por turma e
      * expira (AZ-SITUACAO = 'E', com a data AAAAMMDD) os registros
      * do aluno que deixou de estar ativo no mestre.
      ******************************************************************
       01 REG-AUTORIZADO-SAIDA.
          03 AZ-CD-STUDENT         PIC 9(05).
          03 AZ-NM-PESSOA          PIC X(30).
          03 AZ-DOCUMENTO          PIC X(20).
          03 AZ-PARENTESCO         PIC X(15).
          03 AZ-DATA-INICIO        PIC 9(08).
          03 AZ-DATA-FIM           PIC 9(08).
          03 AZ-RESTRICAO          PIC X(01).
             88 AZ-NAO-ENTREGAR           VALUE 'S'.
          03 AZ-REFERENCIA         PIC X(20).
          03 AZ-SITUACAO           PIC X(01).
             88 AZ-VIGENTE                VALUE 'A'.
             88 AZ-EXPIRADO               VALUE 'E'.
          03 AZ-DATA-EXPIRACAO     PIC 9(08).
