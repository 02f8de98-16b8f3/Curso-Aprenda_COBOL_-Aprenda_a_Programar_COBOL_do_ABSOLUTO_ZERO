      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE SALAS (SALAS.TXT, VEJA
      *          SALA-RECORD.CPY): INCLUIR/REMOVER/LISTAR AS SALAS COM
      *          CAPACIDADE E TIPO (REGULAR, LABORATORIO, QUADRA,
      *          AUDITORIO), NO MESMO ESTILO DE PROGARQ015 (ARQUIVO EM
      *          MEMORIA, REGRAVADO NA SAIDA). SALA QUE AINDA APARECE
      *          EM ALGUM SLOT DO HORARIO (HORARIO.TXT) NAO PODE SER
      *          REMOVIDA. EH DAQUI QUE PROGARQ015 E AGENDA-
      *          RECUPERACAO TIRAM AS SALAS VALIDAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ019.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALA-FILE ASSIGN TO
           '../SALAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALA.

           SELECT HORARIO-FILE ASSIGN TO
           '../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.
       DATA DIVISION.
       FILE SECTION.
       FD SALA-FILE.
           COPY SALA-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-SALA                  PIC X(02)  VALUE SPACES.
       77 FS-HORARIO               PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-SALA-DIGITADA         PIC X(05)  VALUE SPACES.
       77 WS-QTD-SALAS             PIC 9(03)  VALUE 0.
       77 WS-IDX-SALA              PIC 9(03)  VALUE 0.
       77 WS-POS-SALA              PIC 9(03)  VALUE 0.
       77 WS-EM-USO                PIC 9(01)  VALUE 0.
       77 WS-DESCRICAO-TIPO        PIC X(12)  VALUE SPACES.
       01 WS-TABELA-SALAS.
           02 WS-SALA-ITEM OCCURS 300 TIMES.
              03 WS-TAB-REG-SALA   PIC X(39).
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
            MOVE 0 TO WS-QTD-SALAS
            OPEN INPUT SALA-FILE
            IF FS-SALA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SALA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-SALAS < 300 THEN
                              ADD 1 TO WS-QTD-SALAS
                              MOVE REG-SALA TO
                                 WS-TAB-REG-SALA (WS-QTD-SALAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SALA-FILE
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
            DISPLAY '*** CADASTRO DE SALAS ***'
            DISPLAY '1 - INCLUIR SALA'
            DISPLAY '2 - REMOVER SALA'
            DISPLAY '3 - LISTAR SALAS'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-SALA.
            MOVE 0 TO WS-POS-SALA
            PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                    UNTIL WS-IDX-SALA > WS-QTD-SALAS
               MOVE WS-TAB-REG-SALA (WS-IDX-SALA) TO REG-SALA
               IF SL-CD-SALA = WS-SALA-DIGITADA THEN
                  MOVE WS-IDX-SALA TO WS-POS-SALA
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            DISPLAY 'CODIGO DA SALA................: '
            ACCEPT WS-SALA-DIGITADA
            PERFORM P150-LOCALIZAR-SALA

            IF WS-SALA-DIGITADA = SPACES THEN
               DISPLAY 'CODIGO EM BRANCO - NADA INCLUIDO'
            ELSE
               IF WS-POS-SALA > 0 THEN
                  DISPLAY 'SALA JA CADASTRADA'
               ELSE
                  IF WS-QTD-SALAS >= 300 THEN
                     DISPLAY 'CADASTRO DE SALAS LOTADO'
                  ELSE
                     INITIALIZE REG-SALA
                     MOVE WS-SALA-DIGITADA TO SL-CD-SALA
                     DISPLAY 'DESCRICAO.....................: '
                     ACCEPT SL-DESCRICAO
                     PERFORM WITH TEST AFTER UNTIL SL-CAPACIDADE > 0
                        DISPLAY 'CAPACIDADE (LUGARES)..........: '
                        ACCEPT SL-CAPACIDADE
                     END-PERFORM
                     PERFORM WITH TEST AFTER UNTIL SL-TIPO-VALIDO
                        DISPLAY 'TIPO (R=REGULAR, L=LABORATORIO, '
                                'Q=QUADRA, A=AUDITORIO): '
                        ACCEPT SL-TIPO
                     END-PERFORM
                     ADD 1 TO WS-QTD-SALAS
                     MOVE REG-SALA TO WS-TAB-REG-SALA (WS-QTD-SALAS)
                     DISPLAY 'SALA INCLUIDA COM SUCESSO'
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * SALA EM USO NO HORARIO FICA - REMOVER DEIXARIA SLOT
      * APONTANDO PARA SALA QUE NAO EXISTE.
      *-----------------------------------------------------------------
       P300-CONFERIR-USO.
            MOVE 0 TO WS-EM-USO
            MOVE 'N' TO WS-EOF
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF HR-CD-SALA = WS-SALA-DIGITADA THEN
                              MOVE 1 TO WS-EM-USO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-REMOVER.
            DISPLAY 'CODIGO DA SALA................: '
            ACCEPT WS-SALA-DIGITADA
            PERFORM P150-LOCALIZAR-SALA

            IF WS-POS-SALA = 0 THEN
               DISPLAY 'SALA NAO ENCONTRADA'
            ELSE
               PERFORM P300-CONFERIR-USO
               IF WS-EM-USO = 1 THEN
                  DISPLAY 'SALA EM USO NO HORARIO (PROGARQ015) - '
                          'NAO PODE SER REMOVIDA'
               ELSE
                  PERFORM VARYING WS-IDX-SALA FROM WS-POS-SALA BY 1
                          UNTIL WS-IDX-SALA >= WS-QTD-SALAS
                     MOVE WS-TAB-REG-SALA (WS-IDX-SALA + 1)
                       TO WS-TAB-REG-SALA (WS-IDX-SALA)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-QTD-SALAS
                  DISPLAY 'SALA REMOVIDA COM SUCESSO'
               END-IF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'SALA  DESCRICAO                      LUGARES TIPO'
            PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                    UNTIL WS-IDX-SALA > WS-QTD-SALAS
               MOVE WS-TAB-REG-SALA (WS-IDX-SALA) TO REG-SALA
               EVALUATE TRUE
                  WHEN SL-REGULAR
                     MOVE 'REGULAR' TO WS-DESCRICAO-TIPO
                  WHEN SL-LABORATORIO
                     MOVE 'LABORATORIO' TO WS-DESCRICAO-TIPO
                  WHEN SL-QUADRA
                     MOVE 'QUADRA' TO WS-DESCRICAO-TIPO
                  WHEN SL-AUDITORIO
                     MOVE 'AUDITORIO' TO WS-DESCRICAO-TIPO
                  WHEN OTHER
                     MOVE '?' TO WS-DESCRICAO-TIPO
               END-EVALUATE
               DISPLAY SL-CD-SALA ' ' SL-DESCRICAO ' '
                       SL-CAPACIDADE '     ' WS-DESCRICAO-TIPO
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT SALA-FILE
            PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                    UNTIL WS-IDX-SALA > WS-QTD-SALAS
               MOVE WS-TAB-REG-SALA (WS-IDX-SALA) TO REG-SALA
               WRITE REG-SALA
            END-PERFORM
            CLOSE SALA-FILE
            DISPLAY 'CADASTRO GRAVADO: ' WS-QTD-SALAS ' SALA(S)'
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
       END PROGRAM PROGARQ019.
