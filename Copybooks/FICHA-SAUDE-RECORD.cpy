      ******************************************************************
      * Layout da ficha de saude do aluno (FICHA-SAUDE.TXT): um
      * registro por aluno, CONFIDENCIAL, mantido pela secretaria no
      * FICHA-SAUDE (operador cadastrado; data e operador da ultima
      * revisao ficam no registro). Eh o que o FICHA-EMERGENCIA
      * junta com os contatos de emergencia do RESPONSAVEIS.TXT na
      * folha da pasta do professor, por turma. Ficha revisada ha
      * mais de um ano conta como desatualizada - a familia precisa
      * confirmar de novo. Texto livre em maiusculas; campo sem
      * informacao fica em branco. Data da revisao em AAAAMMDD.
      ******************************************************************
       01 REG-FICHA-SAUDE.
          03 SA-CD-STUDENT         PIC 9(05).
      * A+, A-, B+, B-, AB+, AB-, O+, O- (BRANCO = NAO INFORMADO).
          03 SA-TIPO-SANGUINEO     PIC X(03).
          03 SA-ALERGIAS           PIC X(60).
          03 SA-MEDICACAO          PIC X(60).
          03 SA-NM-PLANO-SAUDE     PIC X(20).
          03 SA-NR-PLANO-SAUDE     PIC X(20).
      * CONDICOES QUE O PROFESSOR PRECISA CONHECER (ASMA, DIABETES,
      * EPILEPSIA...) E ORIENTACAO EM CASO DE CRISE.
          03 SA-OBSERVACOES        PIC X(60).
          03 SA-DATA-REVISAO       PIC 9(08).
          03 SA-OPERADOR           PIC X(10).
