      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: RECEBER O PARECER DESCRITIVO DE UM ALUNO EM UMA
      *          MATERIA (TURMAS DE REGIME DESCRITIVO, VEJA
      *          TU-REGIME-AVALIACAO EM TURMA-RECORD) - O PAPEL DO
      *          RECEBER-NOTAS PARA OS ANOS INICIAIS: EM VEZ DE NOTAS,
      *          ATE 4 LINHAS DE 60 POSICOES DE TEXTO (LINHA EM BRANCO
      *          ENCERRA A DIGITACAO). PARECER SEM NENHUMA LINHA NAO EH
      *          ACEITO - DEPOIS DO LIMITE DE TENTATIVAS VOLTA RETORNO 1
      *          E O CHAMADOR GRAVA A EXCECAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBER-PARECER.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-IDX                        PIC 9(02) VALUE 0.
       77 WS-QTD-FALHAS                 PIC 9(02) VALUE 0.
      * MESMO LIMITE DE TENTATIVAS DO RECEBER-NOTAS (WS-MAX-TENTATIVAS).
       77 WS-MAX-TENTATIVAS             PIC 9(02) VALUE 5.
       77 WS-FIM-TEXTO                  PIC X(01) VALUE 'N'.
       77 WS-LINHA-DIGITADA             PIC X(60) VALUE SPACES.
       LINKAGE SECTION.
       01 WS-NOME-ALUNO                  PIC A(30)       VALUE SPACES.
       01 WS-NOME-MATERIA                PIC A(30)       VALUE SPACES.
      * TEXTO DEVOLVIDO - MESMO FORMATO DE PR-TEXTO EM PARECER-RECORD.
       01 WS-TEXTO-PARECER.
           02 WS-LINHA-PARECER           PIC X(60) OCCURS 4 TIMES.
       01 WS-RETORNO-PARECER             PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-NOME-ALUNO, WS-NOME-MATERIA,
                                WS-TEXTO-PARECER, WS-RETORNO-PARECER.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-PARECER
            MOVE 0 TO WS-QTD-FALHAS
            MOVE SPACES TO WS-TEXTO-PARECER

            DISPLAY '***********************************************'
            DISPLAY '* PARECER DESCRITIVO (TURMA SEM NOTAS)       *'
            DISPLAY '***********************************************'
            DISPLAY 'ALUNO...: ' WS-NOME-ALUNO
            DISPLAY 'MATERIA.: ' WS-NOME-MATERIA

            PERFORM WITH TEST BEFORE
                    UNTIL WS-LINHA-PARECER (1) NOT = SPACES
                    OR WS-QTD-FALHAS >= WS-MAX-TENTATIVAS
               PERFORM P100-DIGITAR-TEXTO
               IF WS-LINHA-PARECER (1) = SPACES THEN
                  ADD 1 TO WS-QTD-FALHAS
                  DISPLAY 'PARECER EM BRANCO NAO EH ACEITO - '
                          'DIGITE AO MENOS UMA LINHA'
               END-IF
            END-PERFORM

            IF WS-LINHA-PARECER (1) = SPACES THEN
               MOVE 1 TO WS-RETORNO-PARECER
               DISPLAY '***********************************************'
               DISPLAY '*  LIMITE DE TENTATIVAS - PARECER NAO LANCADO *'
               DISPLAY '***********************************************'
            END-IF
           GOBACK.
      *-----------------------------------------------------------------
      * ATE 4 LINHAS; A PRIMEIRA LINHA EM BRANCO ENCERRA O TEXTO.
      *-----------------------------------------------------------------
       P100-DIGITAR-TEXTO.
            MOVE 'N' TO WS-FIM-TEXTO
            DISPLAY 'DIGITE O PARECER (ATE 4 LINHAS DE 60, LINHA EM '
                    'BRANCO ENCERRA):'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > 4 OR WS-FIM-TEXTO = 'S'
               MOVE SPACES TO WS-LINHA-DIGITADA
               DISPLAY 'LINHA ' WS-IDX ': '
               ACCEPT WS-LINHA-DIGITADA
               IF WS-LINHA-DIGITADA = SPACES THEN
                  MOVE 'S' TO WS-FIM-TEXTO
               ELSE
                  MOVE WS-LINHA-DIGITADA TO WS-LINHA-PARECER (WS-IDX)
               END-IF
            END-PERFORM
            .
       P100-FIM.
      *-----------------------------------------------------------------
       END PROGRAM RECEBER-PARECER.
