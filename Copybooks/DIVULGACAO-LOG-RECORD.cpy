      ******************************************************************
      * Layout do log de divulgacao de resultados (DIVULGACOES-LOG.
      * TXT): um registro por acao sobre a divulgacao de um periodo -
      * data programada e liberacao (DIVULGAR-RESULTADOS), documento
      * recusado por periodo ainda nao divulgado e previa interna
      * emitida (CONFERIR-DIVULGACAO, pelos programas que produzem
      * documento para a familia) - sempre com o operador. Quando
      * alguem perguntar quem liberou o bimestre, ou quem tentou tirar
      * boletim antes, a resposta sai deste arquivo.
      ******************************************************************
       01 REG-DIVULGACAO-LOG.
          03 DL-DATA               PIC 9(08).
          03 DL-HORA               PIC 9(08).
          03 DL-OPERADOR           PIC X(10).
          03 DL-PROGRAMA           PIC X(20).
          03 DL-ANO-LETIVO         PIC 9(04).
          03 DL-BIMESTRE           PIC 9(01).
          03 DL-CD-TURMA           PIC X(05).
      * 'D' = DATA DE DIVULGACAO PROGRAMADA, 'L' = RESULTADO LIBERADO,
      * 'R' = DOCUMENTO RECUSADO (PERIODO NAO DIVULGADO), 'V' =
      * PREVIA INTERNA EMITIDA COM O PERIODO NAO DIVULGADO.
          03 DL-EVENTO             PIC X(01).
             88 DL-DATA-PROGRAMADA        VALUE 'D'.
             88 DL-LIBERACAO              VALUE 'L'.
             88 DL-RECUSA                 VALUE 'R'.
             88 DL-PREVIA                 VALUE 'V'.
      * DATA DE DIVULGACAO EM VIGOR NO MOMENTO (ZERO = SEM DATA) E,
      * NA RECUSA/PREVIA, QUANTOS DOCUMENTOS DO PERIODO FICARAM
      * RETIDOS / SAIRAM COMO PREVIA NA EXECUCAO.
          03 DL-DATA-DIVULGACAO    PIC 9(08).
          03 DL-QTD-DOCUMENTOS     PIC 9(05).
      * REGIME DE PERIODOS DO PERIODO ('B' BIMESTRAL, 'S' SEMESTRAL).
          03 DL-REGIME             PIC X(01).
