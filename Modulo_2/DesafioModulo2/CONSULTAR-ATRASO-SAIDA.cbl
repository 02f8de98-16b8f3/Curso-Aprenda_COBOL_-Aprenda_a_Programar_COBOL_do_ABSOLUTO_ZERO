      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONSULTAR O REGISTRO DE ATRASOS E SAIDAS ANTECIPADAS
      *          DA PORTARIA (ATRASOS-SAIDAS.TXT, VEJA ATRASO-SAIDA-
      *          RECORD.CPY): DADO O ALUNO, A TURMA/MATERIA E A DATA
      *          DA AULA (DDMMAAAA), CONTA NO HORARIO DA TURMA
      *          (HORARIO.TXT) QUANTAS AULAS DA MATERIA HA NO DIA DA
      *          SEMANA E QUANTAS O ALUNO PERDEU - ANTES DA AULA DE
      *          ENTRADA (ATRASO) OU DEPOIS DA ULTIMA AULA ASSISTIDA
      *          (SAIDA ANTECIPADA). RETORNO: 0 = PERDEU TODAS AS
      *          AULAS DA MATERIA NO DIA (REGISTRAR-CHAMADA MARCA 'F'
      *          SEM PERGUNTAR); 1 = PERDEU PARTE DELAS (A CHAMADA
      *          AVISA E PERGUNTA); 2 = NENHUMA AULA PERDIDA, SEM
      *          OCORRENCIA NO DIA OU SEM HORARIO PARA A MATERIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-ATRASO-SAIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRASO-FILE ASSIGN TO
           '../../ATRASOS-SAIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATRASO.

           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.
       DATA DIVISION.
       FILE SECTION.
       FD ATRASO-FILE.
           COPY ATRASO-SAIDA-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-ATRASO                   PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-TEM-OCORRENCIA           PIC 9(01)       VALUE 0.
      * O DIA DO ALUNO: DA AULA DE ENTRADA (MAIOR ENTRE OS ATRASOS)
      * ATE A ULTIMA AULA ASSISTIDA (MENOR ENTRE AS SAIDAS).
       77 WS-AULA-ENTRADA             PIC 9(01)       VALUE 0.
       77 WS-AULA-SAIDA               PIC 9(01)       VALUE 9.
       77 WS-DIA-SEMANA-AULA          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-DIA-SEMANA       PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
       01 WS-CD-STUDENT-BUSCA         PIC 9(05).
       01 WS-TURMA-BUSCA              PIC X(05).
       01 WS-MATERIA-BUSCA            PIC X(05).
       01 WS-DATA-AULA                PIC 9(08).
       01 WS-QTD-AULAS-DIA            PIC 9(01).
       01 WS-QTD-AULAS-PERDIDAS       PIC 9(01).
       01 WS-RETORNO-ATRASO           PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-STUDENT-BUSCA, WS-TURMA-BUSCA,
                                WS-MATERIA-BUSCA, WS-DATA-AULA,
                                WS-QTD-AULAS-DIA,
                                WS-QTD-AULAS-PERDIDAS,
                                WS-RETORNO-ATRASO.
       MAIN-PROCEDURE.
            MOVE 2 TO WS-RETORNO-ATRASO
            MOVE 0 TO WS-QTD-AULAS-DIA
            MOVE 0 TO WS-QTD-AULAS-PERDIDAS
            MOVE 0 TO WS-TEM-OCORRENCIA
            MOVE 0 TO WS-AULA-ENTRADA
            MOVE 9 TO WS-AULA-SAIDA
            MOVE 'N' TO WS-EOF

            OPEN INPUT ATRASO-FILE
            IF FS-ATRASO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ATRASO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF AS-CD-STUDENT = WS-CD-STUDENT-BUSCA AND
                              AS-DATA = WS-DATA-AULA THEN
                              PERFORM P100-LIMITES-DO-DIA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ATRASO-FILE
            END-IF

            IF WS-TEM-OCORRENCIA = 1 THEN
               PERFORM P200-CONTAR-AULAS
               IF WS-QTD-AULAS-PERDIDAS > 0 THEN
                  IF WS-QTD-AULAS-PERDIDAS = WS-QTD-AULAS-DIA THEN
                     MOVE 0 TO WS-RETORNO-ATRASO
                  ELSE
                     MOVE 1 TO WS-RETORNO-ATRASO
                  END-IF
               END-IF
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
       P100-LIMITES-DO-DIA.
            MOVE 1 TO WS-TEM-OCORRENCIA
            IF AS-ATRASO AND AS-AULA > WS-AULA-ENTRADA THEN
               MOVE AS-AULA TO WS-AULA-ENTRADA
            END-IF
            IF AS-SAIDA-ANTECIPADA AND AS-AULA < WS-AULA-SAIDA THEN
               MOVE AS-AULA TO WS-AULA-SAIDA
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * SLOTS DA TURMA/MATERIA NO DIA DA SEMANA DA DATA: PERDIDO O QUE
      * FICA ANTES DA ENTRADA OU DEPOIS DA SAIDA.
      *-----------------------------------------------------------------
       P200-CONTAR-AULAS.
            CALL 'CALCULAR-DIA-SEMANA'
                          USING WS-DATA-AULA, WS-DIA-SEMANA-AULA,
                                WS-RETORNO-DIA-SEMANA
            MOVE 'N' TO WS-EOF
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF HR-CD-TURMA = WS-TURMA-BUSCA AND
                              HR-CD-MATERIA = WS-MATERIA-BUSCA AND
                              HR-DIA-SEMANA = WS-DIA-SEMANA-AULA THEN
                              ADD 1 TO WS-QTD-AULAS-DIA
                              IF HR-PERIODO-AULA < WS-AULA-ENTRADA OR
                                 HR-PERIODO-AULA > WS-AULA-SAIDA THEN
                                 ADD 1 TO WS-QTD-AULAS-PERDIDAS
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       END PROGRAM CONSULTAR-ATRASO-SAIDA.
