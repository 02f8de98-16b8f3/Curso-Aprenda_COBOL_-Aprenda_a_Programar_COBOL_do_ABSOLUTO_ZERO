      *          MESMO ESTILO DE PROGARQ003/005 (ARQUIVO EM MEMORIA,
      *          REGRAVADO NA SAIDA). A AUDITORIA SO VALE O QUE VALE A
      *          IDENTIDADE POR TRAS DE AU-OPERADOR.
      *          O OPERADOR PODE SER RESTRITO A UMA UNIDADE ESCOLAR DA
      *          REDE (CONFERIDA CONTRA UNIDADES.TXT, VEJA PROGARQ025):
      *          EM BRANCO = OPERADOR DA REDE, TODAS AS UNIDADES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

           SELECT UNIDADE-FILE ASSIGN TO
           '../UNIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIDADE.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR-FILE.
           COPY OPERADOR-RECORD.
       FD UNIDADE-FILE.
           COPY UNIDADE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-OPERADOR              PIC X(02)  VALUE SPACES.
       77 FS-UNIDADE               PIC X(02)  VALUE SPACES.
       77 WS-EOF-UNIDADE           PIC A(01)  VALUE 'N'.
       77 WS-UNIDADE-OK            PIC 9(01)  VALUE 0.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-CD-DIGITADO           PIC X(10)  VALUE SPACES.
       77 WS-POS-OP                PIC 9(03)  VALUE 0.
       01 WS-TABELA-OPERADORES.
           02 WS-OP-ITEM OCCURS 200 TIMES.
              03 WS-TAB-REG-OPERADOR PIC X(65).
       77 WS-DATA-HOJE             PIC 9(08)  VALUE 0.
       77 WS-SENHA-NOVA            PIC X(10)  VALUE SPACES.
       77 WS-SENHA-CONFIRMA        PIC X(10)  VALUE SPACES.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P050-CARREGAR-CADASTRO

       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** MANUTENCAO DO CADASTRO DE OPERADORES ***'
            DISPLAY '1 - INCLUIR OPERADOR'
               OP-PERFIL NOT = 'A' THEN
               MOVE 'D' TO OP-PERFIL
            END-IF
            MOVE 0 TO WS-UNIDADE-OK
            PERFORM UNTIL WS-UNIDADE-OK = 1
               DISPLAY 'UNIDADE ESCOLAR (BRANCO = REDE TODA): '
               ACCEPT OP-CD-UNIDADE
               PERFORM P260-CONFERIR-UNIDADE
            END-PERFORM
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * UNIDADE DO OPERADOR RESTRITO TEM DE ESTAR NO CADASTRO DE
      * UNIDADES; SEM O CADASTRO (ESCOLA UNICA) SO CABE A '01'.
      *-----------------------------------------------------------------
       P260-CONFERIR-UNIDADE.
            MOVE 0 TO WS-UNIDADE-OK
            IF OP-CD-UNIDADE = SPACES THEN
               MOVE 1 TO WS-UNIDADE-OK
            ELSE
               MOVE 'N' TO WS-EOF-UNIDADE
               OPEN INPUT UNIDADE-FILE
               IF FS-UNIDADE NOT = '00' THEN
                  IF OP-CD-UNIDADE = '01' THEN
                     MOVE 1 TO WS-UNIDADE-OK
                  END-IF
               ELSE
                  PERFORM WITH TEST BEFORE
                          UNTIL WS-EOF-UNIDADE = 'F' OR
                                WS-UNIDADE-OK = 1
                     READ UNIDADE-FILE
                          AT END MOVE 'F' TO WS-EOF-UNIDADE
                          NOT AT END
                              IF UN-CD-UNIDADE = OP-CD-UNIDADE THEN
                                 MOVE 1 TO WS-UNIDADE-OK
                              END-IF
                     END-READ
                  END-PERFORM
                  CLOSE UNIDADE-FILE
               END-IF
               IF WS-UNIDADE-OK = 0 THEN
                  DISPLAY 'UNIDADE NAO CADASTRADA (PROGARQ025)'
               END-IF
            END-IF
            .
       P260-FIM.
      *-----------------------------------------------------------------
       P300-ALTERAR.
            DISPLAY 'IDENTIFICACAO A ALTERAR.......: '
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'IDENTIFICACAO NOME                           '
                    'PERFIL AT UN'
            PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                    UNTIL WS-IDX-OP > WS-QTD-OPERADORES
               MOVE WS-TAB-REG-OPERADOR (WS-IDX-OP) TO REG-OPERADOR
               DISPLAY OP-CD-OPERADOR '    ' OP-NM-OPERADOR ' '
                       OP-PERFIL '      ' OP-ATIVO '  '
                       OP-CD-UNIDADE
            END-PERFORM
            .
       P500-FIM.
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
       END PROGRAM PROGARQ010.
