      ******************************************************************
      * Layout da configuracao da agenda de avaliacoes (AGENDA-
      * CONFIG.TXT): UM UNICO REGISTRO com o maximo de provas que uma
      * turma pode ter no mesmo dia, somadas todas as materias -
      * mantido pela coordenacao no AGENDA-AVALIACOES e conferido na
      * inclusao de cada prova. Sem o arquivo, valem 2 provas por dia.
      ******************************************************************
       01 REG-AGENDA-CONFIG.
          03 AF-MAX-PROVAS-DIA     PIC 9(01).
          03 AF-OPERADOR           PIC X(10).
          03 AF-DATA-ALTERACAO     PIC 9(08).
