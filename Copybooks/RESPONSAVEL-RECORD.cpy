      * carta por responsavel marcado. Mantido pelo PROGARQ005.
      * Registros anteriores aos campos novos tem a area em branco e
      * valem como RESPONSAVEL LEGAL COM CORRESPONDENCIA (transicao).
      * RP-AVISO-SMS = 'N' eh a recusa do responsavel ao aviso diario
      * de falta por SMS (AVISO-FALTAS-SMS); em branco vale aceito.
      ******************************************************************
       01 REG-RESPONSAVEL.
          03 RP-CD-STUDENT         PIC 9(05).
             88 RP-TIPO-FINANCEIRO        VALUE 'F'.
             88 RP-TIPO-EMERGENCIA        VALUE 'E'.
          03 RP-CORRESPONDENCIA    PIC X(01).
          03 RP-AVISO-SMS          PIC X(01).
             88 RP-SMS-RECUSADO           VALUE 'N'.
