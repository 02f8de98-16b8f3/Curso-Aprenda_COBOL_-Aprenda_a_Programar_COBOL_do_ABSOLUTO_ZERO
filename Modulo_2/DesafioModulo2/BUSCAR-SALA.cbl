      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: BUSCAR UMA SALA NO CADASTRO DE SALAS (SALAS.TXT, VEJA
      *          SALA-RECORD.CPY E PROGARQ019) E DEVOLVER DESCRICAO,
      *          CAPACIDADE E TIPO. RETORNO 0 = ACHOU, 1 = SALA NAO
      *          CADASTRADA (OU CADASTRO AUSENTE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-SALA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALA-FILE ASSIGN TO
           '../../SALAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALA.
       DATA DIVISION.
       FILE SECTION.
       FD SALA-FILE.
           COPY SALA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-SALA                     PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
       01 WS-CD-SALA                  PIC X(05).
       01 WS-DESCRICAO-SALA           PIC X(30).
       01 WS-CAPACIDADE-SALA          PIC 9(03).
       01 WS-TIPO-SALA                PIC X(01).
       01 WS-RETORNO-BUSCAR-SALA      PIC 9(01).
       PROCEDURE DIVISION USING WS-CD-SALA, WS-DESCRICAO-SALA,
                                WS-CAPACIDADE-SALA, WS-TIPO-SALA,
                                WS-RETORNO-BUSCAR-SALA.
       MAIN-PROCEDURE.
            MOVE 1 TO WS-RETORNO-BUSCAR-SALA
            MOVE 0 TO WS-ACHOU
            MOVE 'N' TO WS-EOF
            MOVE SPACES TO WS-DESCRICAO-SALA
            MOVE 0 TO WS-CAPACIDADE-SALA
            MOVE SPACE TO WS-TIPO-SALA

            OPEN INPUT SALA-FILE
            IF FS-SALA = '00' THEN
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-ACHOU = 1
                  READ SALA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF SL-CD-SALA = WS-CD-SALA THEN
                              MOVE 1 TO WS-ACHOU
                              MOVE SL-DESCRICAO TO WS-DESCRICAO-SALA
                              MOVE SL-CAPACIDADE TO WS-CAPACIDADE-SALA
                              MOVE SL-TIPO TO WS-TIPO-SALA
                              MOVE 0 TO WS-RETORNO-BUSCAR-SALA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SALA-FILE
            END-IF
            GOBACK.
       END PROGRAM BUSCAR-SALA.
