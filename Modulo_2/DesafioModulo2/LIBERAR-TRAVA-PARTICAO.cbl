      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: LIBERAR A TRAVA DE UMA PARTICAO DO LOTE DE FIM DE
      *          PERIODO (TRAVA-GRAVACAO-PNN.TXT, VEJA OBTER-TRAVA-
      *          PARTICAO): O ARQUIVO EH REGRAVADO VAZIO, QUE EH O
      *          ESTADO DE "TRAVA LIVRE" - MESMO EXPEDIENTE DO
      *          LIBERAR-TRAVA, CHAMADO NO ENCERRAMENTO (NORMAL OU
      *          ABORTADO DE FORMA CONTROLADA) DA PARTICAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR-TRAVA-PARTICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAVA-PARTICAO-FILE ASSIGN TO DYNAMIC
           WS-NOME-TRAVA-PARTICAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVA-PARTICAO.
       DATA DIVISION.
       FILE SECTION.
       FD TRAVA-PARTICAO-FILE.
           COPY TRAVA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-TRAVA-PARTICAO           PIC X(02)       VALUE SPACES.
       77 WS-NOME-TRAVA-PARTICAO      PIC X(40)       VALUE SPACES.
       LINKAGE SECTION.
       01 WS-NR-PARTICAO              PIC 9(02).
       01 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-NR-PARTICAO, WS-RETORNO-LIBERAR.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-LIBERAR
            MOVE SPACES TO WS-NOME-TRAVA-PARTICAO
            STRING '../../TRAVA-GRAVACAO-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-TRAVA-PARTICAO
            END-STRING
            OPEN OUTPUT TRAVA-PARTICAO-FILE
            IF FS-TRAVA-PARTICAO NOT = '00' THEN
               MOVE 1 TO WS-RETORNO-LIBERAR
            ELSE
               CLOSE TRAVA-PARTICAO-FILE
            END-IF
            GOBACK.
       END PROGRAM LIBERAR-TRAVA-PARTICAO.
