      ******************************************************************
      * Layout do registro de unificacoes de cadastro (UNIFICACOES.TXT,
      * gravado pelo UNIFICAR-ALUNOS): um registro 'U' por unificacao
      * de CD-STUDENT duplicado (o absorvido passa a apontar para o
      * sobrevivente e os arquivos do aluno sao regravados com o
      * sobrevivente) e um registro 'D' quando ela eh desfeita. A
      * identificacao da unificacao (data + hora em que foi feita) eh
      * a mesma gravada em JN-ID-UNIFICACAO em cada entrada do jornal
      * (veja JORNAL-RECORD.CPY). No 'D', UN-ID-UNIFICACAO eh a da
      * unificacao desfeita e data/hora/operador sao os do
      * desfazimento. Anos arquivados do historico incluidos na
      * unificacao: UN-ANO-ARQ-DE ate UN-ANO-ARQ-ATE (zero = nenhum).
      ******************************************************************
       01 REG-UNIFICACAO.
          03 UN-TIPO               PIC X(01).
             88 UN-TIPO-UNIFICACAO        VALUE 'U'.
             88 UN-TIPO-DESFAZIMENTO      VALUE 'D'.
          03 UN-ID-UNIFICACAO      PIC X(16).
          03 UN-CD-SOBREVIVENTE    PIC 9(05).
          03 UN-CD-ABSORVIDO       PIC 9(05).
          03 UN-NM-SOBREVIVENTE    PIC X(20).
          03 UN-NM-ABSORVIDO       PIC X(20).
          03 UN-ANO-ARQ-DE         PIC 9(04).
          03 UN-ANO-ARQ-ATE        PIC 9(04).
          03 UN-QTD-REGISTROS      PIC 9(07).
          03 UN-OPERADOR           PIC X(10).
          03 UN-DATA               PIC 9(08).
          03 UN-HORA               PIC 9(08).
