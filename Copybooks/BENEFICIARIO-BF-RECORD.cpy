      ******************************************************************
      * Layout do cadastro de alunos beneficiarios do Bolsa Familia
      * (BOLSA-FAMILIA.TXT): um registro por aluno, com o NIS (numero
      * de identificacao social, 11 digitos com digito verificador)
      * que o Sistema Presenca exige. Mantido pelo PROGARQ023. O
      * desligamento do programa nao apaga o registro: BF-SITUACAO
      * passa a 'D' com a data (AAAAMMDD) e o aluno sai da apuracao
      * bimestral do FREQUENCIA-BOLSA-FAMILIA. Inicio em DDMMAAAA.
      ******************************************************************
       01 REG-BENEFICIARIO-BF.
          03 BF-CD-STUDENT         PIC 9(05).
          03 BF-NIS                PIC 9(11).
          03 BF-DATA-INICIO        PIC 9(08).
          03 BF-SITUACAO           PIC X(01).
             88 BF-ATIVO                  VALUE 'A'.
             88 BF-DESLIGADO              VALUE 'D'.
          03 BF-DATA-SITUACAO      PIC 9(08).
