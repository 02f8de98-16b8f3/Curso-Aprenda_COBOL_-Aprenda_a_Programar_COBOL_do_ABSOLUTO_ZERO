      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: MANUTENCAO DAS BOLSAS POR MERITO: AS CATEGORIAS COM
      *          AS REGRAS DE RENOVACAO (BOLSAS.TXT, VEJA BOLSA-
      *          RECORD.CPY) E OS BOLSISTAS DE CADA ANO (BOLSISTAS.TXT,
      *          VEJA BOLSISTA-RECORD.CPY) - INCLUIR/REMOVER/LISTAR NO
      *          MESMO ESTILO DE PROGARQ015 (ARQUIVOS CARREGADOS EM
      *          MEMORIA E REGRAVADOS NA SAIDA). AQUI SE FAZ A
      *          CONCESSAO INICIAL; A RENOVACAO ANUAL VEM DE
      *          REVISAR-BOLSAS/APROVAR-BOLSAS. BOLSISTA SO ENTRA EM
      *          CATEGORIA CADASTRADA, E CATEGORIA COM BOLSISTA NAO
      *          PODE SER REMOVIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ018.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSA-FILE ASSIGN TO
           '../BOLSAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLSA.

           SELECT BOLSISTA-FILE ASSIGN TO
           '../BOLSISTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLSISTA.
       DATA DIVISION.
       FILE SECTION.
       FD BOLSA-FILE.
           COPY BOLSA-RECORD.
       FD BOLSISTA-FILE.
           COPY BOLSISTA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-BOLSA                 PIC X(02)  VALUE SPACES.
       77 FS-BOLSISTA              PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-CATEGORIA-DIGITADA    PIC X(05)  VALUE SPACES.
       77 WS-CD-ALUNO-DIGITADO     PIC 9(05)  VALUE 0.
       77 WS-ANO-DIGITADO          PIC 9(04)  VALUE 0.
      * PERCENTUAIS DIGITADOS COMO TEXTO (ACEITAM '50' OU '37.5').
       77 WS-VALOR-DIGITADO        PIC X(10)  VALUE SPACES.
       77 WS-VALOR-LIDO            PIC 9(03)V9(01) VALUE 0.
       77 WS-VALOR-OK              PIC 9(01)  VALUE 0.
       77 WS-QTD-CATEGORIAS        PIC 9(03)  VALUE 0.
       77 WS-IDX-CAT               PIC 9(03)  VALUE 0.
       77 WS-POS-CAT               PIC 9(03)  VALUE 0.
       77 WS-QTD-BOLSISTAS         PIC 9(04)  VALUE 0.
       77 WS-IDX-BOL               PIC 9(04)  VALUE 0.
       77 WS-POS-BOL               PIC 9(04)  VALUE 0.
       77 WS-EM-USO                PIC 9(01)  VALUE 0.
       01 WS-TABELA-CATEGORIAS.
           02 WS-CAT-ITEM OCCURS 100 TIMES.
              03 WS-TAB-REG-BOLSA  PIC X(56).
       01 WS-TABELA-BOLSISTAS.
           02 WS-BOL-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-BOLSISTA PIC X(18).
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
                     PERFORM P200-INCLUIR-CATEGORIA
                  WHEN 2
                     PERFORM P300-REMOVER-CATEGORIA
                  WHEN 3
                     PERFORM P400-LISTAR-CATEGORIAS
                  WHEN 4
                     PERFORM P500-INCLUIR-BOLSISTA
                  WHEN 5
                     PERFORM P600-REMOVER-BOLSISTA
                  WHEN 6
                     PERFORM P700-LISTAR-BOLSISTAS
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
            MOVE 0 TO WS-QTD-CATEGORIAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT BOLSA-FILE
            IF FS-BOLSA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLSA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CATEGORIAS < 100 THEN
                              ADD 1 TO WS-QTD-CATEGORIAS
                              MOVE REG-BOLSA TO
                                 WS-TAB-REG-BOLSA (WS-QTD-CATEGORIAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE BOLSA-FILE
            END-IF

            MOVE 0 TO WS-QTD-BOLSISTAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT BOLSISTA-FILE
            IF FS-BOLSISTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLSISTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-BOLSISTAS < 3000 THEN
                              ADD 1 TO WS-QTD-BOLSISTAS
                              MOVE REG-BOLSISTA TO
                                 WS-TAB-REG-BOLSISTA (WS-QTD-BOLSISTAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE BOLSISTA-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** BOLSAS POR MERITO ***'
            DISPLAY '1 - INCLUIR CATEGORIA DE BOLSA'
            DISPLAY '2 - REMOVER CATEGORIA DE BOLSA'
            DISPLAY '3 - LISTAR CATEGORIAS'
            DISPLAY '4 - INCLUIR BOLSISTA (ALUNO/ANO)'
            DISPLAY '5 - REMOVER BOLSISTA (ALUNO/ANO)'
            DISPLAY '6 - LISTAR BOLSISTAS'
            DISPLAY '9 - SAIR (GRAVA OS CADASTROS)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PROCURA WS-CATEGORIA-DIGITADA NA TABELA (0 = NAO ACHOU).
      *-----------------------------------------------------------------
       P150-LOCALIZAR-CATEGORIA.
            MOVE 0 TO WS-POS-CAT
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
                       OR WS-POS-CAT > 0
               MOVE WS-TAB-REG-BOLSA (WS-IDX-CAT) TO REG-BOLSA
               IF BO-CATEGORIA = WS-CATEGORIA-DIGITADA THEN
                  MOVE WS-IDX-CAT TO WS-POS-CAT
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * PERCENTUAL DE 0 A 100 (CR E FREQUENCIA NA ESCALA 0-100 DA
      * CASA; DESCONTO EM % DA MENSALIDADE CHEIA).
      *-----------------------------------------------------------------
       P160-ACEITAR-PERCENTUAL.
            MOVE 0 TO WS-VALOR-OK
            PERFORM WITH TEST AFTER UNTIL WS-VALOR-OK = 1
               ACCEPT WS-VALOR-DIGITADO
               IF FUNCTION TEST-NUMVAL (WS-VALOR-DIGITADO) = 0 THEN
                  IF FUNCTION NUMVAL (WS-VALOR-DIGITADO) >= 0 AND
                     FUNCTION NUMVAL (WS-VALOR-DIGITADO) <= 100 THEN
                     COMPUTE WS-VALOR-LIDO =
                             FUNCTION NUMVAL (WS-VALOR-DIGITADO)
                     MOVE 1 TO WS-VALOR-OK
                  END-IF
               END-IF
               IF WS-VALOR-OK = 0 THEN
                  DISPLAY 'VALOR INVALIDO (0 A 100) - DIGITE '
                          'NOVAMENTE: '
               END-IF
            END-PERFORM
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * O CR PARA MANTER A BOLSA REDUZIDA NAO PODE PASSAR DO CR DE
      * RENOVACAO, NEM O DESCONTO REDUZIDO DO INTEGRAL.
      *-----------------------------------------------------------------
       P200-INCLUIR-CATEGORIA.
            DISPLAY 'CODIGO DA CATEGORIA...........: '
            ACCEPT WS-CATEGORIA-DIGITADA
            PERFORM P150-LOCALIZAR-CATEGORIA

            IF WS-POS-CAT > 0 THEN
               DISPLAY 'CATEGORIA JA CADASTRADA'
            ELSE
               IF WS-QTD-CATEGORIAS >= 100 THEN
                  DISPLAY 'CADASTRO DE CATEGORIAS LOTADO'
               ELSE
                  INITIALIZE REG-BOLSA
                  MOVE WS-CATEGORIA-DIGITADA TO BO-CATEGORIA
                  DISPLAY 'DESCRICAO.....................: '
                  ACCEPT BO-DESCRICAO
                  DISPLAY 'CR PONDERADO MINIMO P/ RENOVAR: '
                  PERFORM P160-ACEITAR-PERCENTUAL
                  MOVE WS-VALOR-LIDO TO BO-CR-MINIMO
                  PERFORM WITH TEST AFTER
                          UNTIL BO-CR-MINIMO-REDUZIR <= BO-CR-MINIMO
                     DISPLAY 'CR MINIMO P/ MANTER REDUZIDA..: '
                     PERFORM P160-ACEITAR-PERCENTUAL
                     MOVE WS-VALOR-LIDO TO BO-CR-MINIMO-REDUZIR
                     IF BO-CR-MINIMO-REDUZIR > BO-CR-MINIMO THEN
                        DISPLAY 'ACIMA DO CR DE RENOVACAO - TENTE '
                                'NOVAMENTE'
                     END-IF
                  END-PERFORM
                  DISPLAY 'FREQUENCIA ANUAL MINIMA (%)...: '
                  PERFORM P160-ACEITAR-PERCENTUAL
                  MOVE WS-VALOR-LIDO TO BO-FREQ-MINIMA
                  DISPLAY 'DESCONTO INTEGRAL (%).........: '
                  PERFORM P160-ACEITAR-PERCENTUAL
                  MOVE WS-VALOR-LIDO TO BO-DESCONTO-INTEGRAL
                  PERFORM WITH TEST AFTER
                          UNTIL BO-DESCONTO-REDUZIDO <=
                                BO-DESCONTO-INTEGRAL
                     DISPLAY 'DESCONTO REDUZIDO (%).........: '
                     PERFORM P160-ACEITAR-PERCENTUAL
                     MOVE WS-VALOR-LIDO TO BO-DESCONTO-REDUZIDO
                     IF BO-DESCONTO-REDUZIDO > BO-DESCONTO-INTEGRAL
                        THEN
                        DISPLAY 'ACIMA DO DESCONTO INTEGRAL - TENTE '
                                'NOVAMENTE'
                     END-IF
                  END-PERFORM
                  PERFORM WITH TEST AFTER
                          UNTIL BO-ACEITA-REPROVACAO = 'S' OR 'N'
                     DISPLAY 'REPROVACAO NO ANO APENAS REDUZ (S/N)? '
                     ACCEPT BO-ACEITA-REPROVACAO
                  END-PERFORM

                  ADD 1 TO WS-QTD-CATEGORIAS
                  MOVE REG-BOLSA TO
                       WS-TAB-REG-BOLSA (WS-QTD-CATEGORIAS)
                  DISPLAY 'CATEGORIA INCLUIDA COM SUCESSO'
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P300-REMOVER-CATEGORIA.
            DISPLAY 'CODIGO DA CATEGORIA...........: '
            ACCEPT WS-CATEGORIA-DIGITADA
            PERFORM P150-LOCALIZAR-CATEGORIA

            MOVE 0 TO WS-EM-USO
            PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                    UNTIL WS-IDX-BOL > WS-QTD-BOLSISTAS
               MOVE WS-TAB-REG-BOLSISTA (WS-IDX-BOL) TO REG-BOLSISTA
               IF BS-CATEGORIA = WS-CATEGORIA-DIGITADA THEN
                  MOVE 1 TO WS-EM-USO
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WS-POS-CAT = 0
                  DISPLAY 'CATEGORIA NAO ENCONTRADA'
               WHEN WS-EM-USO = 1
                  DISPLAY 'CATEGORIA COM BOLSISTA CADASTRADO - '
                          'NAO PODE SER REMOVIDA'
               WHEN OTHER
                  PERFORM VARYING WS-IDX-CAT FROM WS-POS-CAT BY 1
                          UNTIL WS-IDX-CAT >= WS-QTD-CATEGORIAS
                     MOVE WS-TAB-REG-BOLSA (WS-IDX-CAT + 1)
                       TO WS-TAB-REG-BOLSA (WS-IDX-CAT)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-QTD-CATEGORIAS
                  DISPLAY 'CATEGORIA REMOVIDA COM SUCESSO'
            END-EVALUATE
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-LISTAR-CATEGORIAS.
            DISPLAY 'CATEG DESCRICAO                      CR-REN '
                    'CR-RED FREQ  DESC-I DESC-R REPR-REDUZ'
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
               MOVE WS-TAB-REG-BOLSA (WS-IDX-CAT) TO REG-BOLSA
               DISPLAY BO-CATEGORIA ' ' BO-DESCRICAO ' '
                       BO-CR-MINIMO ' ' BO-CR-MINIMO-REDUZIR ' '
                       BO-FREQ-MINIMA ' ' BO-DESCONTO-INTEGRAL ' '
                       BO-DESCONTO-REDUZIDO ' ' BO-ACEITA-REPROVACAO
            END-PERFORM
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * PROCURA O ALUNO/ANO DIGITADOS NA TABELA DE BOLSISTAS.
      *-----------------------------------------------------------------
       P450-LOCALIZAR-BOLSISTA.
            MOVE 0 TO WS-POS-BOL
            PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                    UNTIL WS-IDX-BOL > WS-QTD-BOLSISTAS
                       OR WS-POS-BOL > 0
               MOVE WS-TAB-REG-BOLSISTA (WS-IDX-BOL) TO REG-BOLSISTA
               IF BS-CD-STUDENT = WS-CD-ALUNO-DIGITADO AND
                  BS-ANO-VIGENCIA = WS-ANO-DIGITADO THEN
                  MOVE WS-IDX-BOL TO WS-POS-BOL
               END-IF
            END-PERFORM
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * CONCESSAO: O DESCONTO SUGERIDO EH O INTEGRAL DA CATEGORIA,
      * MAS A SECRETARIA PODE DIGITAR OUTRO.
      *-----------------------------------------------------------------
       P500-INCLUIR-BOLSISTA.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'ANO DE VIGENCIA (AAAA)........: '
            ACCEPT WS-ANO-DIGITADO
            PERFORM P450-LOCALIZAR-BOLSISTA

            IF WS-POS-BOL > 0 THEN
               DISPLAY 'ALUNO JA TEM BOLSA NESTE ANO'
            ELSE
               DISPLAY 'CATEGORIA DA BOLSA............: '
               ACCEPT WS-CATEGORIA-DIGITADA
               PERFORM P150-LOCALIZAR-CATEGORIA
               EVALUATE TRUE
                  WHEN WS-POS-CAT = 0
                     DISPLAY 'CATEGORIA NAO CADASTRADA (OPCAO 1)'
                  WHEN WS-QTD-BOLSISTAS >= 3000
                     DISPLAY 'CADASTRO DE BOLSISTAS LOTADO'
                  WHEN OTHER
                     DISPLAY 'DESCONTO (%) - INTEGRAL DA CATEGORIA: '
                             BO-DESCONTO-INTEGRAL
                     PERFORM P160-ACEITAR-PERCENTUAL
                     INITIALIZE REG-BOLSISTA
                     MOVE WS-CD-ALUNO-DIGITADO TO BS-CD-STUDENT
                     MOVE WS-CATEGORIA-DIGITADA TO BS-CATEGORIA
                     MOVE WS-ANO-DIGITADO TO BS-ANO-VIGENCIA
                     MOVE WS-VALOR-LIDO TO BS-PERC-DESCONTO
                     ADD 1 TO WS-QTD-BOLSISTAS
                     MOVE REG-BOLSISTA TO
                          WS-TAB-REG-BOLSISTA (WS-QTD-BOLSISTAS)
                     DISPLAY 'BOLSISTA INCLUIDO COM SUCESSO'
               END-EVALUATE
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P600-REMOVER-BOLSISTA.
            DISPLAY 'CODIGO DO ALUNO...............: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'ANO DE VIGENCIA (AAAA)........: '
            ACCEPT WS-ANO-DIGITADO
            PERFORM P450-LOCALIZAR-BOLSISTA

            IF WS-POS-BOL = 0 THEN
               DISPLAY 'BOLSISTA NAO ENCONTRADO'
            ELSE
               PERFORM VARYING WS-IDX-BOL FROM WS-POS-BOL BY 1
                       UNTIL WS-IDX-BOL >= WS-QTD-BOLSISTAS
                  MOVE WS-TAB-REG-BOLSISTA (WS-IDX-BOL + 1)
                    TO WS-TAB-REG-BOLSISTA (WS-IDX-BOL)
               END-PERFORM
               SUBTRACT 1 FROM WS-QTD-BOLSISTAS
               DISPLAY 'BOLSISTA REMOVIDO COM SUCESSO'
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P700-LISTAR-BOLSISTAS.
            DISPLAY 'ALUNO CATEG ANO  DESCONTO'
            PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                    UNTIL WS-IDX-BOL > WS-QTD-BOLSISTAS
               MOVE WS-TAB-REG-BOLSISTA (WS-IDX-BOL) TO REG-BOLSISTA
               DISPLAY BS-CD-STUDENT ' ' BS-CATEGORIA ' '
                       BS-ANO-VIGENCIA ' ' BS-PERC-DESCONTO
            END-PERFORM
            .
       P700-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT BOLSA-FILE
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
               MOVE WS-TAB-REG-BOLSA (WS-IDX-CAT) TO REG-BOLSA
               WRITE REG-BOLSA
            END-PERFORM
            CLOSE BOLSA-FILE

            OPEN OUTPUT BOLSISTA-FILE
            PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                    UNTIL WS-IDX-BOL > WS-QTD-BOLSISTAS
               MOVE WS-TAB-REG-BOLSISTA (WS-IDX-BOL) TO REG-BOLSISTA
               WRITE REG-BOLSISTA
            END-PERFORM
            CLOSE BOLSISTA-FILE
            DISPLAY 'CADASTROS GRAVADOS: ' WS-QTD-CATEGORIAS
                    ' CATEGORIA(S), ' WS-QTD-BOLSISTAS ' BOLSISTA(S)'
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
       END PROGRAM PROGARQ018.
