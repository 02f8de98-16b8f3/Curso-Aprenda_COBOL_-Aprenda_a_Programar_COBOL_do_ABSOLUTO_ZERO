      *          3 - RELATORIO DE OCUPACAO DE SLOTS (USADOS, ATIVOS,
      *              BURACOS, MAIOR CHAVE), PARA SABER O QUANTO O
      *              ARQUIVO ESTA CHEIO ANTES DA MATRICULA.
      *          O MESTRE E O BACKUP SAO CONFERIDOS CONTRA O CARIMBO DE
      *          LAYOUT (X.LAY) ANTES DE ABRIR E O QUE EH GRAVADO SAI
      *          CARIMBADO (VEJA CONFERIR-LAYOUT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * PRECEDIDO DO TIPO ('D' = DETALHE, 'T' = RODAPE COM CONTAGEM).
       01 REC-BACKUP.
           03 BK-TIPO               PIC X(01).
           03 BK-DADOS              PIC X(70).
       01 REC-BACKUP-RODAPE REDEFINES REC-BACKUP.
           03 FILLER                PIC X(01).
           03 BK-CONTAGEM           PIC 9(07).
       77 WS-MAIOR-CHAVE           PIC 9(05)  VALUE 0.
       77 WS-QTD-BURACOS           PIC 9(07)  VALUE 0.
       77 WS-DATA-EMISSAO          PIC 9(08)  VALUE 0.
      * CARIMBO DE LAYOUT DO MESTRE E DO BACKUP (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT        PIC 9(01)  VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO
            STOP RUN.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** UTILITARIO DO ARQUIVO MESTRE DE ALUNOS ***'
            DISPLAY '1 - DESCARREGAR PARA BACKUP (STUDENT-BACKUP.TXT)'
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * CARIMBO DE LAYOUT (VEJA CONFERIR-LAYOUT): O MESTRE E O BACKUP
      * TEM QUE ESTAR NA VERSAO DO STUDENT-RECORD COMPILADA AQUI -
      * BACKUP ANTIGO PASSA ANTES PELO CONVERTER-LAYOUT. O QUE ESTE
      * UTILITARIO GRAVA (BACKUP NA DESCARGA, MESTRE NA RECARGA) SAI
      * CARIMBADO.
      *-----------------------------------------------------------------
       P050-CONFERIR-MESTRE.
            MOVE '../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            SET LY-CONFERIR TO TRUE
            PERFORM P080-CHAMAR-CONFERENCIA
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P060-CONFERIR-BACKUP.
            MOVE '../STUDENT-BACKUP.TXT' TO LY-NOME-ARQUIVO
            MOVE LENGTH OF BK-DADOS TO LY-TAMANHO
            SET LY-CONFERIR TO TRUE
            PERFORM P080-CHAMAR-CONFERENCIA
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P070-CARIMBAR.
            SET LY-CARIMBAR TO TRUE
            PERFORM P080-CHAMAR-CONFERENCIA
            .
       P070-FIM.
      *-----------------------------------------------------------------
       P080-CHAMAR-CONFERENCIA.
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE 'UTIL-MESTRE-ALUNOS' TO LY-PROGRAMA
            MOVE '../ERROS.TXT' TO LY-NOME-ERROS
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            .
       P080-FIM.
      *-----------------------------------------------------------------
      * DESCARGA: COPIA TODOS OS REGISTROS EXISTENTES PARA O BACKUP
      * SEQUENCIAL, COM RODAPE 'T' + CONTAGEM PARA A RECARGA CONFERIR.
      *-----------------------------------------------------------------
            MOVE 0 TO WS-QTD-DESCARREGADOS
            MOVE 'N' TO WS-EOF

            PERFORM P050-CONFERIR-MESTRE
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               DISPLAY 'DESCARGA ABANDONADA - LAYOUT DO STUDENT.TXT'
            ELSE
               OPEN INPUT STUDENT
               IF FS-STUDENT NOT = '00' THEN
                  DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS '
                          FS-STUDENT
               ELSE
                  OPEN OUTPUT BACKUP-FILE
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ STUDENT NEXT RECORD
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              ADD 1 TO WS-QTD-DESCARREGADOS
                              MOVE SPACES TO REC-BACKUP
                              MOVE 'D' TO BK-TIPO
                              MOVE STUDENT-FILE TO BK-DADOS
                              WRITE REC-BACKUP
                  END-PERFORM

                  MOVE SPACES TO REC-BACKUP
                  MOVE 'T' TO BK-TIPO
                  MOVE WS-QTD-DESCARREGADOS TO BK-CONTAGEM
                  WRITE REC-BACKUP

                  CLOSE BACKUP-FILE
                  CLOSE STUDENT

                  MOVE '../STUDENT-BACKUP.TXT' TO LY-NOME-ARQUIVO
                  MOVE LENGTH OF BK-DADOS TO LY-TAMANHO
                  PERFORM P070-CARIMBAR

                  DISPLAY 'BACKUP GERADO: STUDENT-BACKUP.TXT'
                  DISPLAY 'REGISTROS DESCARREGADOS.......: '
                          WS-QTD-DESCARREGADOS
               END-IF
            END-IF
            .
       P200-FIM.
            IF FS-BACKUP NOT = '00' THEN
               DISPLAY 'BACKUP (STUDENT-BACKUP.TXT) NAO ENCONTRADO'
            ELSE
               PERFORM P060-CONFERIR-BACKUP
               IF WS-RETORNO-LAYOUT NOT = 0 THEN
                  CLOSE BACKUP-FILE
                  DISPLAY 'RECARGA ABANDONADA - LAYOUT DO BACKUP'
               ELSE
                  OPEN OUTPUT STUDENT
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ BACKUP-FILE
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END PERFORM P320-RECARREGAR-REGISTRO
                     END-READ
                  END-PERFORM
                  CLOSE BACKUP-FILE
                  CLOSE STUDENT

                  MOVE '../STUDENT.TXT' TO LY-NOME-ARQUIVO
                  MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
                  PERFORM P070-CARIMBAR

                  DISPLAY 'REGISTROS RECARREGADOS........: '
                          WS-QTD-RECARREGADOS
                  IF WS-ACHOU-RODAPE = 0 THEN
                     DISPLAY '*** BACKUP SEM RODAPE DE CONTAGEM - '
                             'CONFIRA A ORIGEM ***'
                  ELSE
                     IF WS-QTD-CONTROLE NOT = WS-QTD-RECARREGADOS THEN
                        DISPLAY '*** CONTAGEM DO RODAPE ('
                                WS-QTD-CONTROLE
                                ') NAO BATE COM OS RECARREGADOS - '
                                'BACKUP INCOMPLETO? ***'
                     ELSE
                        DISPLAY 'CONTAGEM DO RODAPE CONFERIDA - OK'
                     END-IF
                  END-IF
               END-IF
            END-IF
            MOVE 'N' TO WS-EOF
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            PERFORM P050-CONFERIR-MESTRE
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               DISPLAY 'RELATORIO ABANDONADO - LAYOUT DO STUDENT.TXT'
            ELSE
               OPEN INPUT STUDENT
               IF FS-STUDENT NOT = '00' THEN
                  DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS '
                          FS-STUDENT
               ELSE
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ STUDENT NEXT RECORD
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              ADD 1 TO WS-QTD-USADOS
                              IF ST-ALUNO = 'A' THEN
                                 ADD 1 TO WS-QTD-ATIVOS
                              ELSE
                                 ADD 1 TO WS-QTD-INATIVOS
                              END-IF
                              IF CD-STUDENT > WS-MAIOR-CHAVE THEN
                                 MOVE CD-STUDENT TO WS-MAIOR-CHAVE
                              END-IF
                     END-READ
                  END-PERFORM
                  CLOSE STUDENT

                  COMPUTE WS-QTD-BURACOS =
                          WS-MAIOR-CHAVE - WS-QTD-USADOS

                  OPEN OUTPUT OCUPACAO-FILE
                  IF AI-TREINAMENTO THEN
                     WRITE REC-OCUPACAO FROM AI-FAIXA
                  END-IF
                  MOVE SPACES TO REC-OCUPACAO
                  STRING 'OCUPACAO DO MESTRE DE ALUNOS - EMITIDO EM '
                         WS-DATA-EMISSAO
                         DELIMITED BY SIZE INTO REC-OCUPACAO
                  END-STRING
                  WRITE REC-OCUPACAO

                  MOVE SPACES TO REC-OCUPACAO
                  STRING 'SLOTS USADOS: ' WS-QTD-USADOS
                         ' (ATIVOS: ' WS-QTD-ATIVOS
                         ' INATIVOS: ' WS-QTD-INATIVOS ')'
                         DELIMITED BY SIZE INTO REC-OCUPACAO
                  END-STRING
                  WRITE REC-OCUPACAO

                  MOVE SPACES TO REC-OCUPACAO
                  STRING 'MAIOR CHAVE: ' WS-MAIOR-CHAVE
                         ' BURACOS (SLOTS VAZIOS ATE ELA): '
                         WS-QTD-BURACOS
                         DELIMITED BY SIZE INTO REC-OCUPACAO
                  END-STRING
                  WRITE REC-OCUPACAO
                  CLOSE OCUPACAO-FILE

                  DISPLAY 'SLOTS USADOS..........: ' WS-QTD-USADOS
                  DISPLAY '  ATIVOS..............: ' WS-QTD-ATIVOS
                  DISPLAY '  INATIVOS............: ' WS-QTD-INATIVOS
                  DISPLAY 'MAIOR CHAVE...........: ' WS-MAIOR-CHAVE
                  DISPLAY 'BURACOS ATE A MAIOR...: ' WS-QTD-BURACOS
                  DISPLAY 'RELATORIO GERADO: OCUPACAO-MESTRE.TXT'
               END-IF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * AMBIENTE DE TREINAMENTO (MARCA AMBIENTE.TXT NA RAIZ DOS
      * DADOS): A FAIXA SAI NO ALTO DA TELA E NA PRIMEIRA LINHA DOS
      * RELATORIOS (VEJA LER-AMBIENTE).
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM UTIL-MESTRE-ALUNOS.
