      *          SAO O CORPO (COM OS MARCADORES &NOME-ALUNO,
      *          &NOME-RESP, &ENDERECO-1, &ENDERECO-2, &TELEFONE,
      *          &MATERIA, &MEDIA, &TURMA, &DATA-PROVA, &DATA-EMISSAO,
      *          &ANO, &BIMESTRE, &LOCAL, &DESCRICAO, &DATA-FIM,
      *          &VALOR)
      *          E 'FIM-MODELO' FECHA.
      *          O CHAMADOR PREENCHE CAMPOS-CARTA (VEJA CARTA-CAMPOS.
      *          CPY) E RECEBE AS LINHAS PRONTAS EM LINHAS-CARTA
      *          (CARTA-LINHAS.CPY) PARA GRAVAR ELE MESMO. RETORNO:
           03 FILLER PIC 9(02) VALUE 05.
           03 FILLER PIC X(12) VALUE 'ANO         '.
           03 FILLER PIC 9(02) VALUE 03.
      * MARCADORES DAS CARTAS DE OCORRENCIA DISCIPLINAR - NENHUM EH
      * PREFIXO DE OUTRO, ENTAO ENTRAM NO FIM SEM MEXER NA POSICAO
      * DOS ANTERIORES (P220).
           03 FILLER PIC X(12) VALUE 'DESCRICAO   '.
           03 FILLER PIC 9(02) VALUE 09.
           03 FILLER PIC X(12) VALUE 'DATA-FIM    '.
           03 FILLER PIC 9(02) VALUE 08.
      * VALOR EM DINHEIRO (CARTA DE AUTORIZACAO DE PASSEIO) - TAMBEM
      * SEM PREFIXO COMUM COM OS DEMAIS.
           03 FILLER PIC X(12) VALUE 'VALOR       '.
           03 FILLER PIC 9(02) VALUE 05.
       01 WS-TABELA-MARC-RED REDEFINES WS-TABELA-MARCADORES.
           03 WS-MARC-ITEM OCCURS 16 TIMES.
              05 WS-MARC-NOME         PIC X(12).
              05 WS-MARC-TAM          PIC 9(02).
      * SUBSTITUICAO: A LINHA DO MODELO EH VARRIDA CARACTERE A
            MOVE 0 TO WS-POS-MARC
            COMPUTE WS-RESTANTE = 100 - WS-IDX-IN
            PERFORM VARYING WS-IDX-MARC FROM 1 BY 1
                    UNTIL WS-IDX-MARC > 16 OR WS-POS-MARC > 0
               MOVE WS-MARC-TAM (WS-IDX-MARC) TO WS-TAM-MARC
               IF WS-TAM-MARC <= WS-RESTANTE THEN
                  IF REC-MODELO (WS-IDX-IN + 1:WS-TAM-MARC) =
                  MOVE CC-LOCAL TO WS-VALOR
               WHEN 13
                  MOVE CC-ANO TO WS-VALOR
               WHEN 14
                  MOVE CC-DESCRICAO TO WS-VALOR
               WHEN 15
                  MOVE CC-DATA-FIM TO WS-VALOR
               WHEN 16
                  MOVE CC-VALOR TO WS-VALOR
            END-EVALUATE

      * TAMANHO UTIL DO VALOR (SEM OS BRANCOS A DIREITA) - VALOR
