      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: CONSULTAR O REGISTRO DE OCORRENCIAS DISCIPLINARES
      *          (OCORRENCIAS.TXT, VEJA OCORRENCIA-RECORD.CPY): DADO
      *          O ALUNO E A DATA DA AULA (DDMMAAAA), DEVOLVE 0 QUANDO
      *          A DATA CAI DENTRO DE UMA SUSPENSAO DO ALUNO E 1
      *          QUANDO NAO HA SUSPENSAO - EH ESTE RETORNO QUE FAZ
      *          REGISTRAR-CHAMADA MARCAR 'S' (SUSPENSO) EM VEZ DE
      *          PERGUNTAR A PRESENCA. ADVERTENCIAS NAO AFETAM A
      *          CHAMADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-SUSPENSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIA-FILE ASSIGN TO
           '../../OCORRENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OCORRENCIA.
       DATA DIVISION.
       FILE SECTION.
       FD OCORRENCIA-FILE.
           COPY OCORRENCIA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-OCORRENCIA               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
      * AS DATAS DDMMAAAA SAO CONVERTIDAS PARA AAAAMMDD (VIA
      * QUEBRAR-DATA) PARA A COMPARACAO DE FAIXA FUNCIONAR COMO
      * NUMERO.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DATA-AULA-ORD            PIC 9(08)       VALUE 0.
       77 WS-DATA-INICIO-ORD          PIC 9(08)       VALUE 0.
       77 WS-DATA-FIM-ORD             PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
       LINKAGE SECTION.
       01 WS-CD-STUDENT-BUSCA         PIC 9(05).
       01 WS-DATA-AULA                PIC 9(08).
       01 WS-RETORNO-SUSPENSAO        PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-STUDENT-BUSCA,
                                WS-DATA-AULA,
                                WS-RETORNO-SUSPENSAO.
       MAIN-PROCEDURE.
            MOVE 1 TO WS-RETORNO-SUSPENSAO
            MOVE 0 TO WS-ACHOU
            MOVE 'N' TO WS-EOF

            SET FORMATO-DDMMAAAA TO TRUE
            MOVE WS-DATA-AULA TO WS-DATA-TRABALHO
            PERFORM P100-ORDENAR-DATA
            MOVE WS-DATA-TRABALHO TO WS-DATA-AULA-ORD

            OPEN INPUT OCORRENCIA-FILE
            IF FS-OCORRENCIA = '00' THEN
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-ACHOU = 1
                  READ OCORRENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P200-VERIFICAR-OCORRENCIA
                  END-READ
               END-PERFORM
               CLOSE OCORRENCIA-FILE
            END-IF

            IF WS-ACHOU = 1 THEN
               MOVE 0 TO WS-RETORNO-SUSPENSAO
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
      * CONVERTE WS-DATA-TRABALHO DE DDMMAAAA PARA AAAAMMDD (NUMERO
      * ORDENAVEL).
      *-----------------------------------------------------------------
       P100-ORDENAR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-TRABALHO =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P200-VERIFICAR-OCORRENCIA.
            IF OC-CD-STUDENT = WS-CD-STUDENT-BUSCA AND
               OC-SUSPENSAO THEN
               MOVE OC-DATA-INICIO TO WS-DATA-TRABALHO
               PERFORM P100-ORDENAR-DATA
               MOVE WS-DATA-TRABALHO TO WS-DATA-INICIO-ORD

               MOVE OC-DATA-FIM TO WS-DATA-TRABALHO
               PERFORM P100-ORDENAR-DATA
               MOVE WS-DATA-TRABALHO TO WS-DATA-FIM-ORD

               IF WS-DATA-AULA-ORD >= WS-DATA-INICIO-ORD AND
                  WS-DATA-AULA-ORD <= WS-DATA-FIM-ORD THEN
                  MOVE 1 TO WS-ACHOU
               END-IF
            END-IF
            .
       P200-FIM.
       END PROGRAM CONSULTAR-SUSPENSAO.
