      * de dias letivos da apuracao de frequencia e barra lote de
      * fechamento disparado em dia nao letivo - e eh exatamente o
      * calendario que a auditoria do ministerio pede todo ano.
      * 'S' = SABADO DE REPOSICAO: sabado aberto so para as aulas de
      * reposicao planejadas (PLANO-REPOSICAO, veja REPOSICAO-
      * RECORD.CPY) - nao conta como dia letivo geral da escola.
      ******************************************************************
       01 REG-CALENDARIO.
          03 CL-DATA               PIC 9(08).
             88 CL-DIA-LETIVO             VALUE 'L'.
             88 CL-FERIADO                VALUE 'F'.
             88 CL-RECESSO                VALUE 'R'.
             88 CL-REPOSICAO              VALUE 'S'.
