      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONSULTAR AS TRAVAS DE TODAS AS PARTICOES DO LOTE DE
      *          FIM DE PERIODO (PARTICOES-LOTE.TXT, VEJA PARTICAO-
      *          LOTE-RECORD.CPY E OBTER-TRAVA-PARTICAO) SEM TOMAR
      *          NENHUMA: QUEM PRECISA DA ESCOLA INTEIRA PARADA - O
      *          LOTE NAO PARTICIONADO DO PRINCIPAL E A CONSOLIDACAO
      *          DAS PARTICOES - NAO ENTRA COM PARTICAO RODANDO.
      *          DEVOLVE QUANTAS TRAVAS ESTAO OCUPADAS E O DETENTOR DA
      *          PRIMEIRA. RETORNO: 0 = NENHUMA OCUPADA; 1 = ALGUMA
      *          OCUPADA; 2 = PARTICOES NAO CADASTRADAS (NADA A
      *          CONSULTAR - O LOTE NAO EH PARTICIONADO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-TRAVAS-PARTICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICAO-FILE ASSIGN TO
           '../../PARTICOES-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTICAO.

           SELECT TRAVA-PARTICAO-FILE ASSIGN TO DYNAMIC
           WS-NOME-TRAVA-PARTICAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVA-PARTICAO.
       DATA DIVISION.
       FILE SECTION.
       FD PARTICAO-FILE.
           COPY PARTICAO-LOTE-RECORD.
       FD TRAVA-PARTICAO-FILE.
           COPY TRAVA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-PARTICAO                 PIC X(02)       VALUE SPACES.
       77 FS-TRAVA-PARTICAO           PIC X(02)       VALUE SPACES.
       77 WS-NOME-TRAVA-PARTICAO      PIC X(40)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       LINKAGE SECTION.
       01 WS-QTD-OCUPADAS             PIC 9(02).
           COPY TRAVA-RECORD REPLACING ==REG-TRAVA==
                                    BY ==REG-TRAVA-CHAMADOR==.
       01 WS-RETORNO-CONSULTA         PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-QTD-OCUPADAS, REG-TRAVA-CHAMADOR,
                                WS-RETORNO-CONSULTA.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-QTD-OCUPADAS
            MOVE 0 TO WS-RETORNO-CONSULTA
            MOVE 'N' TO WS-EOF

            OPEN INPUT PARTICAO-FILE
            IF FS-PARTICAO NOT = '00' THEN
               MOVE 2 TO WS-RETORNO-CONSULTA
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARTICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P100-CONFERIR-PARTICAO
                  END-READ
               END-PERFORM
               CLOSE PARTICAO-FILE
               IF WS-QTD-OCUPADAS > 0 THEN
                  MOVE 1 TO WS-RETORNO-CONSULTA
               END-IF
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
       P100-CONFERIR-PARTICAO.
            MOVE SPACES TO WS-NOME-TRAVA-PARTICAO
            STRING '../../TRAVA-GRAVACAO-P' PL-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-TRAVA-PARTICAO
            END-STRING

            OPEN INPUT TRAVA-PARTICAO-FILE
            IF FS-TRAVA-PARTICAO = '00' THEN
               READ TRAVA-PARTICAO-FILE
                    AT END CONTINUE
                    NOT AT END
                        ADD 1 TO WS-QTD-OCUPADAS
                        IF WS-QTD-OCUPADAS = 1 THEN
                           MOVE REG-TRAVA TO REG-TRAVA-CHAMADOR
                        END-IF
               END-READ
               CLOSE TRAVA-PARTICAO-FILE
            END-IF
            .
       P100-FIM.
       END PROGRAM CONSULTAR-TRAVAS-PARTICAO.
