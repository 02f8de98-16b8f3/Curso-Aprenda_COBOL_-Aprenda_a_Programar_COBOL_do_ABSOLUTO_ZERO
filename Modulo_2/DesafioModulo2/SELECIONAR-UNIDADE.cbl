      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: DEFINIR PARA QUAL UNIDADE ESCOLAR DA REDE UM LOTE OU
      *          RELATORIO VAI RODAR (VEJA UNIDADE-RECORD.CPY):
      *          - OPERADOR RESTRITO A UMA UNIDADE (OP-CD-UNIDADE NO
      *            CADASTRO DE OPERADORES) RODA SO A DELE, SEM
      *            PERGUNTA;
      *          - OPERADOR DA REDE ESCOLHE UMA UNIDADE DO CADASTRO
      *            OU ENTER PARA TODAS;
      *          - SEM CADASTRO DE UNIDADES (ESCOLA UNICA) NAO HA O
      *            QUE ESCOLHER.
      *          DEVOLVE O FILTRO (EM BRANCO = TODAS AS UNIDADES) PARA
      *          SER CONFERIDO REGISTRO A REGISTRO VIA CONFERIR-UNIDADE.
      *          RETORNO: 0 = UMA UNIDADE; 1 = TODAS AS UNIDADES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELECIONAR-UNIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO
           '../../OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR-FILE.
           COPY OPERADOR-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-OPERADOR                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       77 WS-UNIDADE-OPERADOR         PIC X(02)       VALUE SPACES.
       77 WS-UNIDADE-DIGITADA         PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-UNIDADE   PIC 9(01)       VALUE 0.
       77 WS-ESCOLHA-OK               PIC 9(01)       VALUE 0.
           COPY UNIDADE-RECORD.
       LINKAGE SECTION.
       01 WS-CD-OPERADOR-UNIDADE      PIC X(10).
       01 WS-UNIDADE-FILTRO           PIC X(02).
       01 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-OPERADOR-UNIDADE,
                                WS-UNIDADE-FILTRO,
                                WS-RETORNO-SELECIONAR.
       MAIN-PROCEDURE.
            MOVE SPACES TO WS-UNIDADE-FILTRO
            MOVE 1 TO WS-RETORNO-SELECIONAR

            PERFORM P100-UNIDADE-DO-OPERADOR THRU P100-FIM

            IF WS-UNIDADE-OPERADOR NOT = SPACES THEN
               MOVE WS-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
               MOVE 0 TO WS-RETORNO-SELECIONAR
               CALL 'BUSCAR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                            REG-UNIDADE,
                                            WS-RETORNO-BUSCAR-UNIDADE
               DISPLAY 'UNIDADE ESCOLAR (OPERADOR RESTRITO): '
                       WS-UNIDADE-FILTRO ' - ' UN-NM-UNIDADE
            ELSE
               PERFORM P200-ESCOLHER-UNIDADE THRU P200-FIM
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
      * UNIDADE A QUE O OPERADOR ESTA RESTRITO, DIRETO DO CADASTRO
      * (A IDENTIDADE JA FOI VALIDADA PELO CHAMADOR). SEM CADASTRO OU
      * SEM O OPERADOR (TRANSICAO), FICA COMO OPERADOR DA REDE.
       P100-UNIDADE-DO-OPERADOR.
            MOVE SPACES TO WS-UNIDADE-OPERADOR
            MOVE 'N' TO WS-EOF
            MOVE 0 TO WS-ACHOU
            OPEN INPUT OPERADOR-FILE
            IF FS-OPERADOR = '00' THEN
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-ACHOU = 1
                  READ OPERADOR-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF OP-CD-OPERADOR =
                              WS-CD-OPERADOR-UNIDADE THEN
                              MOVE OP-CD-UNIDADE TO WS-UNIDADE-OPERADOR
                              MOVE 1 TO WS-ACHOU
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
            END-IF.
       P100-FIM.
      *-----------------------------------------------------------------
      * OPERADOR DA REDE: UMA UNIDADE CADASTRADA OU ENTER = TODAS.
      * SEM CADASTRO DE UNIDADES (ESCOLA UNICA) NAO PERGUNTA NADA.
       P200-ESCOLHER-UNIDADE.
            MOVE '01' TO WS-UNIDADE-DIGITADA
            CALL 'BUSCAR-UNIDADE' USING WS-UNIDADE-DIGITADA,
                                         REG-UNIDADE,
                                         WS-RETORNO-BUSCAR-UNIDADE
            IF WS-RETORNO-BUSCAR-UNIDADE NOT = 2 THEN
               MOVE 0 TO WS-ESCOLHA-OK
               PERFORM UNTIL WS-ESCOLHA-OK = 1
                  MOVE SPACES TO WS-UNIDADE-DIGITADA
                  DISPLAY 'UNIDADE ESCOLAR (ENTER = TODAS AS UNIDADES '
                          'DA REDE): '
                  ACCEPT WS-UNIDADE-DIGITADA
                  IF WS-UNIDADE-DIGITADA = SPACES THEN
                     DISPLAY 'TODAS AS UNIDADES DA REDE'
                     MOVE 1 TO WS-ESCOLHA-OK
                  ELSE
                     CALL 'BUSCAR-UNIDADE' USING WS-UNIDADE-DIGITADA,
                                             REG-UNIDADE,
                                             WS-RETORNO-BUSCAR-UNIDADE
                     IF WS-RETORNO-BUSCAR-UNIDADE = 0 THEN
                        DISPLAY 'UNIDADE ' UN-CD-UNIDADE ' - '
                                UN-NM-UNIDADE
                        MOVE UN-CD-UNIDADE TO WS-UNIDADE-FILTRO
                        MOVE 0 TO WS-RETORNO-SELECIONAR
                        MOVE 1 TO WS-ESCOLHA-OK
                     ELSE
                        DISPLAY 'UNIDADE NAO CADASTRADA (PROGARQ025)'
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
       P200-FIM.
       END PROGRAM SELECIONAR-UNIDADE.
