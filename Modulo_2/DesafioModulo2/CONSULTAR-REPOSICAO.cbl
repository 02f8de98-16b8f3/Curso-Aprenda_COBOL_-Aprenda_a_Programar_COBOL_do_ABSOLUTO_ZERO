      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONSULTAR O PLANO DE REPOSICAO DE AULAS
      *          (REPOSICOES.TXT, VEJA REPOSICAO-RECORD.CPY): DADA A
      *          TURMA, A MATERIA E A DATA DA AULA (DDMMAAAA), DEVOLVE
      *          0 QUANDO HA REPOSICAO PLANEJADA (NAO CANCELADA) DA
      *          TURMA/MATERIA NA DATA E 1 QUANDO NAO HA - EH ESTE
      *          RETORNO QUE FAZ REGISTRAR-CHAMADA ACEITAR A CHAMADA
      *          EM DIA FORA DO HORARIO REGULAR DA MATERIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-REPOSICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOSICAO-FILE ASSIGN TO
           '../../REPOSICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPOSICAO.
       DATA DIVISION.
       FILE SECTION.
       FD REPOSICAO-FILE.
           COPY REPOSICAO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-REPOSICAO                PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
       01 WS-CD-TURMA-BUSCA           PIC X(05).
       01 WS-CD-MATERIA-BUSCA         PIC X(05).
       01 WS-DATA-AULA                PIC 9(08).
       01 WS-RETORNO-REPOSICAO        PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-TURMA-BUSCA,
                                WS-CD-MATERIA-BUSCA,
                                WS-DATA-AULA,
                                WS-RETORNO-REPOSICAO.
       MAIN-PROCEDURE.
            MOVE 1 TO WS-RETORNO-REPOSICAO
            MOVE 0 TO WS-ACHOU
            MOVE 'N' TO WS-EOF

            OPEN INPUT REPOSICAO-FILE
            IF FS-REPOSICAO = '00' THEN
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-ACHOU = 1
                  READ REPOSICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P200-VERIFICAR-REPOSICAO
                  END-READ
               END-PERFORM
               CLOSE REPOSICAO-FILE
            END-IF

            IF WS-ACHOU = 1 THEN
               MOVE 0 TO WS-RETORNO-REPOSICAO
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
       P200-VERIFICAR-REPOSICAO.
            IF RP-CD-TURMA = WS-CD-TURMA-BUSCA AND
               RP-CD-MATERIA = WS-CD-MATERIA-BUSCA AND
               RP-DATA-AULA = WS-DATA-AULA AND
               RP-PLANEJADA THEN
               MOVE 1 TO WS-ACHOU
            END-IF
            .
       P200-FIM.
       END PROGRAM CONSULTAR-REPOSICAO.
