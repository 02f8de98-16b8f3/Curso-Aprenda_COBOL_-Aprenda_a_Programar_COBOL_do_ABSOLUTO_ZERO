      ******************************************************************
      * Layout do log de consultas da ficha do aluno (CONSULTAS-
      * FICHA.TXT): um registro por ficha aberta no FICHA-ALUNO, que
      * junta num lugar so dados pessoais, responsaveis, notas e
      * pendencias do aluno - por isso toda consulta fica registrada,
      * com o momento, o operador e o perfil dele, o aluno consultado,
      * como o aluno foi achado ('C' = pelo codigo, 'N' = pela busca
      * por nome) e quantas paginas o operador chegou a ver. Quem
      * precisa responder "quem olhou a ficha deste aluno" comeca por
      * este arquivo.
      ******************************************************************
       01 REG-CONSULTA-FICHA.
          03 CF-DATA               PIC 9(08).
          03 CF-HORA               PIC 9(08).
          03 CF-OPERADOR           PIC X(10).
          03 CF-PERFIL             PIC X(01).
          03 CF-CD-STUDENT         PIC 9(05).
          03 CF-FORMA-BUSCA        PIC X(01).
             88 CF-PELO-CODIGO            VALUE 'C'.
             88 CF-PELO-NOME              VALUE 'N'.
          03 CF-PAGINAS-VISTAS     PIC 9(01).
