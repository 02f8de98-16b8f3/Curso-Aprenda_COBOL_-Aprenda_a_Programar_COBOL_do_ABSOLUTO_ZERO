      ******************************************************************
      * Layout do livro de registro de certificados de conclusao
      * (CERTIFICADOS-REGISTRO.TXT): um registro por certificado
      * emitido pelo CERTIFICADOS - o original e cada 2a via - com o
      * numero sequencial de registro e a folha do livro (o livro
      * impresso para encadernacao sai deste arquivo). O arquivo SO
      * RECEBE INCLUSOES (OPEN EXTEND): nenhum programa regrava ou
      * apaga registro - erro no certificado se corrige com nova via,
      * nunca retocando o livro. Datas de emissao em AAAAMMDD; data
      * de nascimento e de conclusao em DDMMAAAA (as do mestre).
      ******************************************************************
       01 REG-CERTIFICADO.
          03 CE-NUMERO-REGISTRO    PIC 9(06).
          03 CE-FOLHA              PIC 9(04).
      * 'O' = CERTIFICADO ORIGINAL; 'V' = 2A VIA, QUE APONTA PARA O
      * REGISTRO ORIGINAL EM CE-NUMERO-ORIGINAL (ZERO NO ORIGINAL).
          03 CE-TIPO               PIC X(01).
             88 CE-ORIGINAL               VALUE 'O'.
             88 CE-SEGUNDA-VIA            VALUE 'V'.
          03 CE-NUMERO-ORIGINAL    PIC 9(06).
          03 CE-NUMERO-VIA         PIC 9(02).
          03 CE-CD-STUDENT         PIC 9(05).
          03 CE-NM-STUDENT         PIC X(30).
          03 CE-NR-MATRICULA-BASE  PIC 9(07).
          03 CE-NR-MATRICULA-DV    PIC 9(01).
          03 CE-DT-NASCIMENTO      PIC 9(08).
          03 CE-CD-TURMA           PIC X(05).
          03 CE-SERIE              PIC 9(02).
          03 CE-ANO-CONCLUSAO      PIC 9(04).
          03 CE-DATA-CONCLUSAO     PIC 9(08).
          03 CE-DATA-EMISSAO       PIC 9(08).
          03 CE-OPERADOR           PIC X(10).
      * QUEM PEDIU A 2A VIA (COMO DECLARADO NO BALCAO - BRANCO NO
      * ORIGINAL).
          03 CE-SOLICITANTE        PIC X(30).
