      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: LER O CONTROLE DO PERIODO LETIVO CORRENTE DE UM
      *          REGIME DE PERIODOS (PERIODO-LETIVO.TXT, VEJA
      *          PERIODO-RECORD.CPY): 'B' BIMESTRAL OU 'S' SEMESTRAL
      *          (TURMAS DE EJA, VEJA TU-REGIME-PERIODO) - EM BRANCO
      *          VALE BIMESTRAL. CADA REGIME ABRE E FECHA SOZINHO, E
      *          QUEM LANCA NOTA CONFERE O PERIODO DO REGIME DA TURMA
      *          DO ALUNO. RETORNO: 0 = LIDO, 1 = CONTROLE DO REGIME
      *          AINDA NAO CADASTRADO (RODE CONTROLE-PERIODO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LER-PERIODO-REGIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO
           '../../PERIODO-LETIVO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODO.
       DATA DIVISION.
       FILE SECTION.
       FD PERIODO-FILE.
           COPY PERIODO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-PERIODO                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
       01 WS-REGIME-PROCURADO         PIC X(01).
           COPY PERIODO-RECORD REPLACING ==REG-PERIODO==
                                      BY ==REG-PERIODO-SAIDA==.
       01 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-REGIME-PROCURADO,
                                REG-PERIODO-SAIDA,
                                WS-RETORNO-LER-PERIODO.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-LER-PERIODO
            INITIALIZE REG-PERIODO-SAIDA
            MOVE 'N' TO WS-EOF
            MOVE 0 TO WS-ACHOU

            OPEN INPUT PERIODO-FILE
            IF FS-PERIODO NOT = '00' THEN
               MOVE 1 TO WS-RETORNO-LER-PERIODO
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-ACHOU = 1
                  READ PERIODO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-REGIME-PROCURADO = 'S' THEN
                              IF PE-REGIME-SEMESTRAL OF REG-PERIODO THEN
                                 MOVE 1 TO WS-ACHOU
                              END-IF
                           ELSE
                              IF PE-REGIME-BIMESTRAL OF REG-PERIODO THEN
                                 MOVE 1 TO WS-ACHOU
                              END-IF
                           END-IF
                           IF WS-ACHOU = 1 THEN
                              MOVE REG-PERIODO TO REG-PERIODO-SAIDA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIODO-FILE
               IF WS-ACHOU = 0 THEN
                  MOVE 1 TO WS-RETORNO-LER-PERIODO
               END-IF
            END-IF
            GOBACK.
       END PROGRAM LER-PERIODO-REGIME.
