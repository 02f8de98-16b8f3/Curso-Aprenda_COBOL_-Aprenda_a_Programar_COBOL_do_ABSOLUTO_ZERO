      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE UNIDADES ESCOLARES DA REDE
      *          (UNIDADES.TXT, VEJA UNIDADE-RECORD.CPY): INCLUIR/
      *          ALTERAR/DESATIVAR/LISTAR, COM O NOME E O CODIGO INEP
      *          DE CADA ESCOLA - MESMO ESTILO DE PROGARQ005/010
      *          (ARQUIVO EM MEMORIA, REGRAVADO NA SAIDA). A UNIDADE
      *          '01' EH A ESCOLA ORIGINAL (DONA DOS REGISTROS COM A
      *          UNIDADE EM BRANCO) E EH CRIADA NA PRIMEIRA ENTRADA SE
      *          O CADASTRO NAO EXISTIR. A TURMA RECEBE A UNIDADE NO
      *          PROGARQ003 E O OPERADOR RESTRITO NO PROGARQ010.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ025.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE-FILE ASSIGN TO
           '../UNIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIDADE.
       DATA DIVISION.
       FILE SECTION.
       FD UNIDADE-FILE.
           COPY UNIDADE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-UNIDADE               PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-CD-DIGITADO           PIC X(02)  VALUE SPACES.
       77 WS-QTD-UNIDADES          PIC 9(02)  VALUE 0.
       77 WS-IDX-UN                PIC 9(02)  VALUE 0.
       77 WS-POS-UN                PIC 9(02)  VALUE 0.
       01 WS-TABELA-UNIDADES.
           02 WS-UN-ITEM OCCURS 99 TIMES.
              03 WS-TAB-REG-UNIDADE PIC X(51).
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
                     PERFORM P300-ALTERAR
                  WHEN 3
                     PERFORM P400-DESATIVAR
                  WHEN 4
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
      * SEM CADASTRO, A REDE COMECA PELA ESCOLA ORIGINAL: A UNIDADE
      * '01' JA ENTRA NA TABELA, SO FALTANDO NOME E INEP (ALTERAR).
       P050-CARREGAR-CADASTRO.
            MOVE 0 TO WS-QTD-UNIDADES
            OPEN INPUT UNIDADE-FILE
            IF FS-UNIDADE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ UNIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-UNIDADES < 99 THEN
                              ADD 1 TO WS-QTD-UNIDADES
                              MOVE REG-UNIDADE TO
                                 WS-TAB-REG-UNIDADE (WS-QTD-UNIDADES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE UNIDADE-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-QTD-UNIDADES = 0 THEN
               INITIALIZE REG-UNIDADE
               MOVE '01' TO UN-CD-UNIDADE
               MOVE 'ESCOLA ORIGINAL (UNIDADE 01)' TO UN-NM-UNIDADE
               MOVE 'A' TO UN-ATIVO
               ADD 1 TO WS-QTD-UNIDADES
               MOVE REG-UNIDADE TO WS-TAB-REG-UNIDADE (WS-QTD-UNIDADES)
               DISPLAY 'CADASTRO DE UNIDADES CRIADO COM A UNIDADE 01 '
                       '- COMPLETE NOME E INEP (ALTERAR)'
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** MANUTENCAO DO CADASTRO DE UNIDADES ***'
            DISPLAY '1 - INCLUIR UNIDADE'
            DISPLAY '2 - ALTERAR UNIDADE'
            DISPLAY '3 - DESATIVAR UNIDADE'
            DISPLAY '4 - LISTAR UNIDADES'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-UNIDADE.
            MOVE 0 TO WS-POS-UN
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
               MOVE WS-TAB-REG-UNIDADE (WS-IDX-UN) TO REG-UNIDADE
               IF UN-CD-UNIDADE = WS-CD-DIGITADO THEN
                  MOVE WS-IDX-UN TO WS-POS-UN
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            DISPLAY 'CODIGO DA UNIDADE (2 POSICOES): '
            ACCEPT WS-CD-DIGITADO
            PERFORM P150-LOCALIZAR-UNIDADE

            IF WS-CD-DIGITADO = SPACES THEN
               DISPLAY 'CODIGO EM BRANCO - NADA INCLUIDO'
            ELSE
               IF WS-POS-UN > 0 THEN
                  DISPLAY 'JA EXISTE UNIDADE COM ESSE CODIGO'
               ELSE
                  IF WS-QTD-UNIDADES >= 99 THEN
                     DISPLAY 'CADASTRO DE UNIDADES LOTADO'
                  ELSE
                     INITIALIZE REG-UNIDADE
                     MOVE WS-CD-DIGITADO TO UN-CD-UNIDADE
                     PERFORM P250-ACEITAR-DADOS
                     MOVE 'A' TO UN-ATIVO
                     ADD 1 TO WS-QTD-UNIDADES
                     MOVE REG-UNIDADE TO
                          WS-TAB-REG-UNIDADE (WS-QTD-UNIDADES)
                     DISPLAY 'UNIDADE INCLUIDA COM SUCESSO'
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P250-ACEITAR-DADOS.
            DISPLAY 'NOME DA UNIDADE (ESCOLA)......: '
            ACCEPT UN-NM-UNIDADE
            DISPLAY 'CODIGO INEP DA ESCOLA.........: '
            ACCEPT UN-CD-INEP
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P300-ALTERAR.
            DISPLAY 'CODIGO DA UNIDADE A ALTERAR...: '
            ACCEPT WS-CD-DIGITADO
            PERFORM P150-LOCALIZAR-UNIDADE

            IF WS-POS-UN = 0 THEN
               DISPLAY 'UNIDADE NAO ENCONTRADA'
            ELSE
               MOVE WS-TAB-REG-UNIDADE (WS-POS-UN) TO REG-UNIDADE
               PERFORM P250-ACEITAR-DADOS
               MOVE REG-UNIDADE TO WS-TAB-REG-UNIDADE (WS-POS-UN)
               DISPLAY 'UNIDADE ALTERADA COM SUCESSO'
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * A UNIDADE NAO SAI DO CADASTRO: ALUNOS, TURMAS E HISTORICO
      * CONTINUAM APONTANDO PARA ELA. DESATIVADA, NAO RECEBE TURMA
      * NOVA NO PROGARQ003.
       P400-DESATIVAR.
            DISPLAY 'CODIGO DA UNIDADE A DESATIVAR.: '
            ACCEPT WS-CD-DIGITADO
            PERFORM P150-LOCALIZAR-UNIDADE

            IF WS-POS-UN = 0 THEN
               DISPLAY 'UNIDADE NAO ENCONTRADA'
            ELSE
               MOVE WS-TAB-REG-UNIDADE (WS-POS-UN) TO REG-UNIDADE
               MOVE 'I' TO UN-ATIVO
               MOVE REG-UNIDADE TO WS-TAB-REG-UNIDADE (WS-POS-UN)
               DISPLAY 'UNIDADE DESATIVADA COM SUCESSO'
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'UN NOME                                     '
                    'INEP     AT'
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
               MOVE WS-TAB-REG-UNIDADE (WS-IDX-UN) TO REG-UNIDADE
               DISPLAY UN-CD-UNIDADE ' ' UN-NM-UNIDADE ' '
                       UN-CD-INEP ' ' UN-ATIVO
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT UNIDADE-FILE
            PERFORM VARYING WS-IDX-UN FROM 1 BY 1
                    UNTIL WS-IDX-UN > WS-QTD-UNIDADES
               MOVE WS-TAB-REG-UNIDADE (WS-IDX-UN) TO REG-UNIDADE
               WRITE REG-UNIDADE
            END-PERFORM
            CLOSE UNIDADE-FILE
            DISPLAY 'CADASTRO DE UNIDADES GRAVADO: '
                    WS-QTD-UNIDADES ' UNIDADE(S)'
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
       END PROGRAM PROGARQ025.
