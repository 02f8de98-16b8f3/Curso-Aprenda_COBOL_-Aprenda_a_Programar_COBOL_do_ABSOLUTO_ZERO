      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: MANUTENCAO DA DISPONIBILIDADE DOS PROFESSORES
      *          (DISPONIBILIDADE.TXT, VEJA DISPONIBILIDADE-
      *          RECORD.CPY): INCLUIR/REMOVER OS PERIODOS EM QUE CADA
      *          PROFESSOR PODE DAR AULA - UM PERIODO OU O DIA INTEIRO
      *          DE UMA VEZ - E LISTAR A GRADE DE UM PROFESSOR, NO
      *          MESMO ESTILO DE PROGARQ015 (ARQUIVO EM MEMORIA,
      *          REGRAVADO NA SAIDA). SO ACEITA PROFESSOR CADASTRADO
      *          (PROFESSORES.TXT). EH A ENTRADA DO GERAR-HORARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ020.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPONIBILIDADE-FILE ASSIGN TO
           '../DISPONIBILIDADE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISPONIBILIDADE.

           SELECT PROFESSOR-FILE ASSIGN TO
           '../PROFESSORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROFESSOR.
       DATA DIVISION.
       FILE SECTION.
       FD DISPONIBILIDADE-FILE.
           COPY DISPONIBILIDADE-RECORD.
       FD PROFESSOR-FILE.
           COPY PROFESSOR-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-DISPONIBILIDADE       PIC X(02)  VALUE SPACES.
       77 FS-PROFESSOR             PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-PROFESSOR-DIGITADO    PIC 9(04)  VALUE 0.
       77 WS-DIA-DIGITADO          PIC 9(01)  VALUE 0.
      * PERIODO 0 = O DIA INTEIRO (PERIODOS 1 A WS-PERIODO-ATE).
       77 WS-PERIODO-DIGITADO      PIC 9(01)  VALUE 0.
       77 WS-PERIODO-ATE           PIC 9(01)  VALUE 0.
       77 WS-PERIODO-DE            PIC 9(01)  VALUE 0.
       77 WS-PERIODO-TRAB          PIC 9(02)  VALUE 0.
       77 WS-PROFESSOR-OK          PIC 9(01)  VALUE 0.
       77 WS-QTD-ALTERADOS         PIC 9(02)  VALUE 0.
       77 WS-QTD-DISP              PIC 9(04)  VALUE 0.
       77 WS-IDX-DISP              PIC 9(04)  VALUE 0.
       77 WS-POS-DISP              PIC 9(04)  VALUE 0.
       01 WS-TABELA-DISPONIBILIDADE.
           02 WS-DISP-ITEM OCCURS 5000 TIMES.
              03 WS-TAB-REG-DISP   PIC X(06).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-INCLUIR
                  WHEN 2
                     PERFORM P400-REMOVER
                  WHEN 3
                     PERFORM P500-LISTAR
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            PERFORM P900-REGRAVAR-CADASTRO
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-CADASTRO.
            MOVE 0 TO WS-QTD-DISP
            OPEN INPUT DISPONIBILIDADE-FILE
            IF FS-DISPONIBILIDADE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DISPONIBILIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-DISP < 5000 THEN
                              ADD 1 TO WS-QTD-DISP
                              MOVE REG-DISPONIBILIDADE TO
                                 WS-TAB-REG-DISP (WS-QTD-DISP)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DISPONIBILIDADE-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** DISPONIBILIDADE DOS PROFESSORES ***'
            DISPLAY '1 - INCLUIR DISPONIBILIDADE (DIA/PERIODO)'
            DISPLAY '2 - REMOVER DISPONIBILIDADE (DIA/PERIODO)'
            DISPLAY '3 - LISTAR DISPONIBILIDADE DE UM PROFESSOR'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-CONFERIR-PROFESSOR.
            MOVE 0 TO WS-PROFESSOR-OK
            MOVE 'N' TO WS-EOF
            OPEN INPUT PROFESSOR-FILE
            IF FS-PROFESSOR = '00' THEN
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-PROFESSOR-OK = 1
                  READ PROFESSOR-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PR-CD-PROFESSOR = WS-PROFESSOR-DIGITADO
                              THEN
                              MOVE 1 TO WS-PROFESSOR-OK
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PROFESSOR-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * PERIODO 0 VALE PARA O DIA INTEIRO: PEDE ATE QUAL PERIODO.
      *-----------------------------------------------------------------
       P180-ACEITAR-CHAVE.
            DISPLAY 'CODIGO DO PROFESSOR...........: '
            ACCEPT WS-PROFESSOR-DIGITADO
            DISPLAY 'DIA DA SEMANA (1=DOM ... 7=SAB): '
            ACCEPT WS-DIA-DIGITADO
            DISPLAY 'PERIODO DA AULA (1 A 9, 0=DIA INTEIRO): '
            ACCEPT WS-PERIODO-DIGITADO
            IF WS-PERIODO-DIGITADO = 0 THEN
               DISPLAY 'ATE O PERIODO (1 A 9).........: '
               ACCEPT WS-PERIODO-ATE
               MOVE 1 TO WS-PERIODO-DE
            ELSE
               MOVE WS-PERIODO-DIGITADO TO WS-PERIODO-DE
               MOVE WS-PERIODO-DIGITADO TO WS-PERIODO-ATE
            END-IF
            .
       P180-FIM.
      *-----------------------------------------------------------------
       P190-LOCALIZAR-DISP.
            MOVE 0 TO WS-POS-DISP
            PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                    UNTIL WS-IDX-DISP > WS-QTD-DISP
                       OR WS-POS-DISP > 0
               MOVE WS-TAB-REG-DISP (WS-IDX-DISP)
                 TO REG-DISPONIBILIDADE
               IF DP-CD-PROFESSOR = WS-PROFESSOR-DIGITADO AND
                  DP-DIA-SEMANA = WS-DIA-DIGITADO AND
                  DP-PERIODO-AULA = WS-PERIODO-TRAB THEN
                  MOVE WS-IDX-DISP TO WS-POS-DISP
               END-IF
            END-PERFORM
            .
       P190-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            PERFORM P180-ACEITAR-CHAVE
            PERFORM P150-CONFERIR-PROFESSOR
            MOVE 0 TO WS-QTD-ALTERADOS

            EVALUATE TRUE
               WHEN WS-PROFESSOR-OK = 0
                  DISPLAY 'PROFESSOR NAO CADASTRADO (PROGARQ004)'
               WHEN WS-DIA-DIGITADO < 1 OR WS-DIA-DIGITADO > 7 OR
                    WS-PERIODO-DE < 1 OR
                    WS-PERIODO-ATE < WS-PERIODO-DE
                  DISPLAY 'DIA/PERIODO INVALIDOS - NADA INCLUIDO'
               WHEN OTHER
                  PERFORM VARYING WS-PERIODO-TRAB FROM WS-PERIODO-DE
                          BY 1 UNTIL WS-PERIODO-TRAB > WS-PERIODO-ATE
                     PERFORM P190-LOCALIZAR-DISP
                     IF WS-POS-DISP = 0 AND WS-QTD-DISP < 5000 THEN
                        INITIALIZE REG-DISPONIBILIDADE
                        MOVE WS-PROFESSOR-DIGITADO TO DP-CD-PROFESSOR
                        MOVE WS-DIA-DIGITADO       TO DP-DIA-SEMANA
                        MOVE WS-PERIODO-TRAB       TO DP-PERIODO-AULA
                        ADD 1 TO WS-QTD-DISP
                        MOVE REG-DISPONIBILIDADE
                          TO WS-TAB-REG-DISP (WS-QTD-DISP)
                        ADD 1 TO WS-QTD-ALTERADOS
                     END-IF
                  END-PERFORM
                  DISPLAY 'PERIODO(S) INCLUIDO(S): ' WS-QTD-ALTERADOS
            END-EVALUATE
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P400-REMOVER.
            PERFORM P180-ACEITAR-CHAVE
            MOVE 0 TO WS-QTD-ALTERADOS

            IF WS-PERIODO-DE < 1 OR WS-PERIODO-ATE < WS-PERIODO-DE THEN
               DISPLAY 'PERIODO INVALIDO - NADA REMOVIDO'
            ELSE
               PERFORM VARYING WS-PERIODO-TRAB FROM WS-PERIODO-DE
                       BY 1 UNTIL WS-PERIODO-TRAB > WS-PERIODO-ATE
                  PERFORM P190-LOCALIZAR-DISP
                  IF WS-POS-DISP > 0 THEN
                     PERFORM VARYING WS-IDX-DISP FROM WS-POS-DISP
                             BY 1 UNTIL WS-IDX-DISP >= WS-QTD-DISP
                        MOVE WS-TAB-REG-DISP (WS-IDX-DISP + 1)
                          TO WS-TAB-REG-DISP (WS-IDX-DISP)
                     END-PERFORM
                     SUBTRACT 1 FROM WS-QTD-DISP
                     ADD 1 TO WS-QTD-ALTERADOS
                  END-IF
               END-PERFORM
               DISPLAY 'PERIODO(S) REMOVIDO(S): ' WS-QTD-ALTERADOS
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'CODIGO DO PROFESSOR...........: '
            ACCEPT WS-PROFESSOR-DIGITADO
            DISPLAY 'PROF DIA PERIODO (1=DOM...7=SAB)'
            PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                    UNTIL WS-IDX-DISP > WS-QTD-DISP
               MOVE WS-TAB-REG-DISP (WS-IDX-DISP)
                 TO REG-DISPONIBILIDADE
               IF DP-CD-PROFESSOR = WS-PROFESSOR-DIGITADO THEN
                  DISPLAY DP-CD-PROFESSOR ' ' DP-DIA-SEMANA '   '
                          DP-PERIODO-AULA
               END-IF
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT DISPONIBILIDADE-FILE
            PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                    UNTIL WS-IDX-DISP > WS-QTD-DISP
               MOVE WS-TAB-REG-DISP (WS-IDX-DISP)
                 TO REG-DISPONIBILIDADE
               WRITE REG-DISPONIBILIDADE
            END-PERFORM
            CLOSE DISPONIBILIDADE-FILE
            DISPLAY 'DISPONIBILIDADE GRAVADA: ' WS-QTD-DISP
                    ' PERIODO(S)'
            .
       P900-FIM.
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
       END PROGRAM PROGARQ020.
