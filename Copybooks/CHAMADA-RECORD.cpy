          03 CH-PRESENCA           PIC X(01).
             88 CH-PRESENTE               VALUE 'P'.
             88 CH-FALTOU                 VALUE 'F'.
      * 'S' = ALUNO SUSPENSO NO DIA (VEJA OCORRENCIA-RECORD.CPY E
      * CONSULTAR-SUSPENSAO): NAO EH FALTA SEM EXPLICACAO - A
      * APURACAO DEIXA O DIA DE FORA (NEM AULA, NEM FALTA) E O
      * ALERTA DE EVASAO NAO O CONTA.
             88 CH-SUSPENSO               VALUE 'S'.
      * TIPO DO REGISTRO (VEJA CORRIGIR-CHAMADA): BRANCO = CHAMADA
      * NORMAL, 'E' = ESTORNADO (MARCACAO ERRADA, MANTIDA NO LIVRO
      * PARA AUDITORIA MAS IGNORADA POR TODO LEITOR), 'C' = CORRECAO
             88 CH-REGISTRO-ESTORNADO     VALUE 'E'.
             88 CH-REGISTRO-CORRECAO      VALUE 'C'.
          03 CH-OPERADOR-CORRECAO  PIC X(10).
      * UNIDADE ESCOLAR DA REDE DA TURMA DA CHAMADA (VEJA UNIDADE-
      * RECORD.CPY). REGISTRO ANTERIOR AO CAMPO (AREA EM BRANCO) EH DA
      * UNIDADE '01'.
          03 CH-CD-UNIDADE         PIC X(02).
