      *          HISTORICO E PARA RECUSAR LANCAMENTO COM O PERIODO
      *          FECHADO. RETORNO: 0 = LIDO, 1 = CONTROLE AINDA NAO
      *          CADASTRADO (RODE CONTROLE-PERIODO).
      *          DEVOLVE O CONTROLE DO REGIME BIMESTRAL (O ENSINO
      *          REGULAR); O DE TURMA SEMESTRAL (EJA) SAI PELO
      *          LER-PERIODO-REGIME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY PERIODO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-PERIODO                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
           COPY PERIODO-RECORD REPLACING ==REG-PERIODO==
                                      BY ==REG-PERIODO-SAIDA==.
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
                           IF PE-REGIME-BIMESTRAL OF REG-PERIODO THEN
                              MOVE REG-PERIODO TO REG-PERIODO-SAIDA
                              MOVE 1 TO WS-ACHOU
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIODO-FILE
               IF WS-ACHOU = 0 THEN
                  MOVE 1 TO WS-RETORNO-LER-PERIODO
               END-IF
            END-IF
            GOBACK.
       END PROGRAM LER-PERIODO.
