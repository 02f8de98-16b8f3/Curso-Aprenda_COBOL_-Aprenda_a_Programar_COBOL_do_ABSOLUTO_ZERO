      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: TOMAR A TRAVA DE UMA PARTICAO DO LOTE DE FIM DE
      *          PERIODO (TRAVA-GRAVACAO-PNN.TXT, MESMO LAYOUT DE
      *          TRAVA-RECORD.CPY, VEJA PARTICAO-LOTE-RECORD.CPY): A
      *          PARTICAO SO GRAVA AS PROPRIAS SAIDAS, ENTAO A TRAVA
      *          DELA SO IMPEDE A MESMA PARTICAO DE RODAR DUAS VEZES -
      *          AS OUTRAS PARTICOES RODAM JUNTO. A TRAVA UNICA
      *          (TRAVA-GRAVACAO.TXT) NAO EH TOMADA, SO CONSULTADA:
      *          COM O LOTE DA ESCOLA INTEIRA (PRINCIPAL) OU A
      *          CONSOLIDACAO DAS PARTICOES (CONSOLIDAR-PARTICOES) COM
      *          ELA, A PARTICAO NAO ENTRA - O PRIMEIRO PROCESSARIA OS
      *          MESMOS ALUNOS E O SEGUNDO ESTA CONSUMINDO AS SAIDAS.
      *          RETORNO: 0 = TRAVA TOMADA (OU FORCADA, 'S' NO
      *          PARAMETRO - TRAVA VELHA DE PARTICAO MORTA); 1 =
      *          PARTICAO JA EM ANDAMENTO; 2 = TRAVA UNICA COM O LOTE
      *          INTEIRO OU A CONSOLIDACAO (NAO SE FORCA DAQUI). NOS
      *          RETORNOS 1 E 2 O REGISTRO VOLTA COM O DETENTOR. A
      *          LIBERACAO NORMAL EH COM LIBERAR-TRAVA-PARTICAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTER-TRAVA-PARTICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAVA-FILE ASSIGN TO
           '../../TRAVA-GRAVACAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVA.

           SELECT TRAVA-PARTICAO-FILE ASSIGN TO DYNAMIC
           WS-NOME-TRAVA-PARTICAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVA-PARTICAO.
       DATA DIVISION.
       FILE SECTION.
       FD TRAVA-FILE.
           COPY TRAVA-RECORD.
       FD TRAVA-PARTICAO-FILE.
           COPY TRAVA-RECORD REPLACING ==REG-TRAVA==
                                    BY ==REG-TRAVA-PARTICAO==.
       WORKING-STORAGE SECTION.
       77 FS-TRAVA                    PIC X(02)       VALUE SPACES.
       77 FS-TRAVA-PARTICAO           PIC X(02)       VALUE SPACES.
       77 WS-NOME-TRAVA-PARTICAO      PIC X(40)       VALUE SPACES.
       77 WS-TRAVA-OCUPADA            PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
           COPY TRAVA-RECORD REPLACING ==REG-TRAVA==
                                    BY ==REG-TRAVA-CHAMADOR==.
       01 WS-NR-PARTICAO              PIC 9(02).
       01 WS-FORCAR-TRAVA             PIC X(01).
       01 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING REG-TRAVA-CHAMADOR, WS-NR-PARTICAO,
                                WS-FORCAR-TRAVA, WS-RETORNO-TRAVA.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-TRAVA
            MOVE 0 TO WS-TRAVA-OCUPADA

            OPEN INPUT TRAVA-FILE
            IF FS-TRAVA = '00' THEN
               READ TRAVA-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF TV-PROGRAMA OF REG-TRAVA = 'PRINCIPAL' OR
                           TV-PROGRAMA OF REG-TRAVA =
                           'CONSOLIDAR-PARTICOES' THEN
                           MOVE 2 TO WS-RETORNO-TRAVA
                           MOVE REG-TRAVA TO REG-TRAVA-CHAMADOR
                        END-IF
               END-READ
               CLOSE TRAVA-FILE
            END-IF

            IF WS-RETORNO-TRAVA = 0 THEN
               PERFORM P100-TOMAR-TRAVA-PARTICAO
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
       P100-TOMAR-TRAVA-PARTICAO.
            MOVE SPACES TO WS-NOME-TRAVA-PARTICAO
            STRING '../../TRAVA-GRAVACAO-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-TRAVA-PARTICAO
            END-STRING

            OPEN INPUT TRAVA-PARTICAO-FILE
            IF FS-TRAVA-PARTICAO = '00' THEN
               READ TRAVA-PARTICAO-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE 1 TO WS-TRAVA-OCUPADA
                        MOVE REG-TRAVA-PARTICAO TO REG-TRAVA-CHAMADOR
               END-READ
               CLOSE TRAVA-PARTICAO-FILE
            END-IF

            IF WS-TRAVA-OCUPADA = 1 AND WS-FORCAR-TRAVA NOT = 'S'
               THEN
               MOVE 1 TO WS-RETORNO-TRAVA
            ELSE
               OPEN OUTPUT TRAVA-PARTICAO-FILE
               MOVE REG-TRAVA-CHAMADOR TO REG-TRAVA-PARTICAO
               ACCEPT TV-DATA OF REG-TRAVA-PARTICAO FROM DATE YYYYMMDD
               ACCEPT TV-HORA OF REG-TRAVA-PARTICAO FROM TIME
               MOVE REG-TRAVA-PARTICAO TO REG-TRAVA-CHAMADOR
               WRITE REG-TRAVA-PARTICAO
               CLOSE TRAVA-PARTICAO-FILE
            END-IF
            .
       P100-FIM.
       END PROGRAM OBTER-TRAVA-PARTICAO.
