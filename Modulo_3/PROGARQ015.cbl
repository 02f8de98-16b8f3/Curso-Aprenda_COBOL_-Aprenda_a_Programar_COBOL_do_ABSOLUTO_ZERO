      *          DUPLICADO DA MESMA TURMA. EH ESTA GRADE QUE
      *          REGISTRAR-CHAMADA CONFERE ANTES DE ACEITAR CHAMADA E
      *          QUE DA A AUDITAR-CHAMADA O DENOMINADOR EXATO DE
      *          AULAS ESPERADAS. TODO SLOT NOVO EXIGE UMA SALA DO
      *          CADASTRO DE SALAS (SALAS.TXT, VEJA PROGARQ019), E A
      *          INCLUSAO RECUSA DUAS TURMAS NA MESMA SALA NO MESMO
      *          DIA/PERIODO; SLOT ANTIGO SEM SALA RECEBE A SALA PELA
      *          OPCAO 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT SALA-FILE ASSIGN TO
           '../SALAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALA.
       DATA DIVISION.
       FILE SECTION.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD SALA-FILE.
           COPY SALA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-HORARIO               PIC X(02)  VALUE SPACES.
       77 FS-SALA                  PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-TURMA-DIGITADA        PIC X(05)  VALUE SPACES.
       77 WS-TEM-CHOQUE            PIC 9(01)  VALUE 0.
       01 WS-TABELA-HORARIOS.
           02 WS-SLOT-ITEM OCCURS 2000 TIMES.
              03 WS-TAB-REG-HORARIO PIC X(21).
      * SALAS VALIDAS (SALAS.TXT) E A SALA DIGITADA PARA O SLOT.
       77 WS-SALA-DIGITADA         PIC X(05)  VALUE SPACES.
       77 WS-QTD-SALAS             PIC 9(03)  VALUE 0.
       77 WS-IDX-SALA              PIC 9(03)  VALUE 0.
       77 WS-SALA-OK               PIC 9(01)  VALUE 0.
       01 WS-TABELA-SALAS.
           02 WS-SALA-ITEM OCCURS 300 TIMES.
              03 WS-TAB-CD-SALA    PIC X(05).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
                     PERFORM P400-REMOVER
                  WHEN 3
                     PERFORM P500-LISTAR
                  WHEN 4
                     PERFORM P600-ATRIBUIR-SALA
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
               CLOSE HORARIO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            MOVE 0 TO WS-QTD-SALAS
            OPEN INPUT SALA-FILE
            IF FS-SALA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SALA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-SALAS < 300 THEN
                              ADD 1 TO WS-QTD-SALAS
                              MOVE SL-CD-SALA TO
                                 WS-TAB-CD-SALA (WS-QTD-SALAS)
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
            DISPLAY '*** MANUTENCAO DO HORARIO DE AULAS ***'
            DISPLAY '1 - INCLUIR SLOT (TURMA/MATERIA/DIA/PERIODO)'
            DISPLAY '2 - REMOVER SLOT'
            DISPLAY '3 - LISTAR HORARIO'
            DISPLAY '4 - ATRIBUIR/TROCAR A SALA DE UM SLOT'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
            END-PERFORM
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * A SALA TEM QUE EXISTIR NO CADASTRO E NAO PODE ESTAR OCUPADA
      * POR OUTRO SLOT NO MESMO DIA/PERIODO (O PROPRIO SLOT, NA TROCA
      * DE SALA, NAO CONTA). SOMA EM WS-TEM-CHOQUE.
      *-----------------------------------------------------------------
       P170-CONFERIR-SALA.
            MOVE 0 TO WS-SALA-OK
            PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                    UNTIL WS-IDX-SALA > WS-QTD-SALAS
               IF WS-TAB-CD-SALA (WS-IDX-SALA) = WS-SALA-DIGITADA THEN
                  MOVE 1 TO WS-SALA-OK
               END-IF
            END-PERFORM
            IF WS-SALA-OK = 0 THEN
               MOVE 1 TO WS-TEM-CHOQUE
               DISPLAY 'SALA ' WS-SALA-DIGITADA ' NAO CADASTRADA '
                       '(VEJA PROGARQ019)'
            END-IF

            PERFORM VARYING WS-IDX-SLOT FROM 1 BY 1
                    UNTIL WS-IDX-SLOT > WS-QTD-SLOTS
               MOVE WS-TAB-REG-HORARIO (WS-IDX-SLOT) TO REG-HORARIO
               IF HR-CD-SALA = WS-SALA-DIGITADA AND
                  HR-DIA-SEMANA = WS-DIA-DIGITADO AND
                  HR-PERIODO-AULA = WS-PERIODO-DIGITADO AND
                  WS-IDX-SLOT NOT = WS-POS-SLOT THEN
                  MOVE 1 TO WS-TEM-CHOQUE
                  DISPLAY 'CHOQUE: SALA ' HR-CD-SALA
                          ' JA OCUPADA PELA TURMA ' HR-CD-TURMA
                          ' (MATERIA ' HR-CD-MATERIA
                          ') NESSE DIA/PERIODO'
               END-IF
            END-PERFORM
            .
       P170-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            PERFORM P180-ACEITAR-CHAVE
            DISPLAY 'CODIGO DO PROFESSOR...........: '
            ACCEPT WS-PROFESSOR-DIGITADO
            DISPLAY 'SALA (CODIGO DO PROGARQ019)...: '
            ACCEPT WS-SALA-DIGITADA

            IF WS-DIA-DIGITADO < 1 OR WS-DIA-DIGITADO > 7 OR
               WS-PERIODO-DIGITADO < 1 THEN
                  DISPLAY 'SLOT JA CADASTRADO PARA ESSA TURMA/MATERIA'
               ELSE
                  PERFORM P160-CONFERIR-CHOQUE
                  PERFORM P170-CONFERIR-SALA
                  IF WS-TEM-CHOQUE = 1 THEN
                     DISPLAY 'SLOT RECUSADO - RESOLVA O CHOQUE DE '
                             'HORARIO'
                          TO HR-CD-PROFESSOR
                        MOVE WS-DIA-DIGITADO     TO HR-DIA-SEMANA
                        MOVE WS-PERIODO-DIGITADO TO HR-PERIODO-AULA
                        MOVE WS-SALA-DIGITADA    TO HR-CD-SALA
                        ADD 1 TO WS-QTD-SLOTS
                        MOVE REG-HORARIO TO
                             WS-TAB-REG-HORARIO (WS-QTD-SLOTS)
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'TURMA MATERIA PROF DIA PERIODO SALA '
                    '(1=DOM...7=SAB)'
            PERFORM VARYING WS-IDX-SLOT FROM 1 BY 1
                    UNTIL WS-IDX-SLOT > WS-QTD-SLOTS
               MOVE WS-TAB-REG-HORARIO (WS-IDX-SLOT) TO REG-HORARIO
               DISPLAY HR-CD-TURMA ' ' HR-CD-MATERIA '   '
                       HR-CD-PROFESSOR ' ' HR-DIA-SEMANA '   '
                       HR-PERIODO-AULA '       ' HR-CD-SALA
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * SALA DE UM SLOT JA CADASTRADO (SLOT ANTIGO SEM SALA, OU
      * TROCA DE SALA), COM AS MESMAS CONFERENCIAS DA INCLUSAO.
      *-----------------------------------------------------------------
       P600-ATRIBUIR-SALA.
            PERFORM P180-ACEITAR-CHAVE
            PERFORM P150-LOCALIZAR-SLOT

            IF WS-POS-SLOT = 0 THEN
               DISPLAY 'SLOT NAO ENCONTRADO'
            ELSE
               DISPLAY 'SALA (CODIGO DO PROGARQ019)...: '
               ACCEPT WS-SALA-DIGITADA
               MOVE 0 TO WS-TEM-CHOQUE
               PERFORM P170-CONFERIR-SALA
               IF WS-TEM-CHOQUE = 1 THEN
                  DISPLAY 'SALA RECUSADA - SLOT NAO ALTERADO'
               ELSE
                  MOVE WS-TAB-REG-HORARIO (WS-POS-SLOT) TO REG-HORARIO
                  MOVE WS-SALA-DIGITADA TO HR-CD-SALA
                  MOVE REG-HORARIO TO WS-TAB-REG-HORARIO (WS-POS-SLOT)
                  DISPLAY 'SALA ATRIBUIDA COM SUCESSO'
               END-IF
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT HORARIO-FILE
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
       END PROGRAM PROGARQ015.
