      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: BAIXA DE PAGAMENTOS DE MENSALIDADE (MENSALIDADES.TXT,
      *          VEJA MENSALIDADE-RECORD.CPY): DADO ALUNO + MES DE
      *          REFERENCIA, MOSTRA A PARCELA (DEVIDO, PAGO, SALDO) E
      *          LANCA O VALOR RECEBIDO COM A DATA DO PAGAMENTO E O
      *          OPERADOR QUE BAIXOU. PAGAMENTO PARCIAL ACUMULA NA
      *          PARCELA, QUE SO QUITA ('Q') QUANDO O PAGO ALCANCA O
      *          DEVIDO. O ARQUIVO EH CARREGADO EM MEMORIA E REGRAVADO
      *          NO FIM, COMO NOS PROGRAMAS DE MANUTENCAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAR-MENSALIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-FILE ASSIGN TO
           '../../MENSALIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSALIDADE.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADE-FILE.
           COPY MENSALIDADE-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-MENSALIDADE              PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-MESTRE-ABERTO            PIC X(01)       VALUE 'N'.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
      * A BAIXA EXIGE IDENTIDADE CADASTRADA (VEJA VALIDAR-OPERADOR) -
      * O OPERADOR FICA GRAVADO NA PROPRIA PARCELA.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): PARCELA DE ALUNO DE OUTRA UNIDADE (PELO MESTRE) NAO EH
      * BAIXADA AQUI.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-CONTINUA                 PIC X(01)       VALUE 'S'.
       77 WS-CD-ALUNO-DIGITADO        PIC 9(05)       VALUE 0.
       77 WS-ANO-DIGITADO             PIC 9(04)       VALUE 0.
       77 WS-MES-DIGITADO             PIC 9(02)       VALUE 0.
       77 WS-VALOR-DIGITADO           PIC X(10)       VALUE SPACES.
       77 WS-VALOR-RECEBIDO           PIC 9(05)V9(02) VALUE 0.
       77 WS-SALDO                    PIC S9(05)V9(02) VALUE 0.
       77 WS-VALOR-EDT                PIC ZZZZ9.99.
       77 WS-SALDO-EDT                PIC -ZZZZ9.99.
       01 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-DATA-DIA                 PIC 9(02)       VALUE 0.
       77 WS-DATA-MES                 PIC 9(02)       VALUE 0.
       77 WS-DATA-ANO                 PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-QTD-PARCELAS             PIC 9(05)       VALUE 0.
       77 WS-IDX-PARC                 PIC 9(05)       VALUE 0.
       77 WS-POS-PARC                 PIC 9(05)       VALUE 0.
       77 WS-QTD-BAIXAS               PIC 9(05)       VALUE 0.
       01 WS-TABELA-PARCELAS.
           02 WS-PARC-ITEM OCCURS 30000 TIMES.
              03 WS-TAB-REG-MENSALIDADE PIC X(128).
           COPY FORMATOS-DATA.
      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P001-CONFERIR-LAYOUTS
            DISPLAY 'BAIXA DE PAGAMENTO DE MENSALIDADE'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 THEN
               DISPLAY 'OPERADOR NAO CADASTRADO OU DESATIVADO - '
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            PERFORM P050-CARREGAR-PARCELAS
            IF WS-QTD-PARCELAS = 0 THEN
               DISPLAY 'NENHUMA PARCELA GERADA AINDA '
                       '(RODE GERAR-MENSALIDADES)'
               STOP RUN
            END-IF

            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               MOVE 'S' TO WS-MESTRE-ABERTO
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-CONTINUA = 'N'
               PERFORM P100-BAIXAR-PAGAMENTO
               DISPLAY 'OUTRO PAGAMENTO (S/N) [N]: '
               ACCEPT WS-CONTINUA
               IF WS-CONTINUA NOT = 'S' THEN
                  MOVE 'N' TO WS-CONTINUA
               END-IF
            END-PERFORM
            IF WS-MESTRE-ABERTO = 'S' THEN
               CLOSE STUDENT
            END-IF

            IF WS-QTD-BAIXAS > 0 THEN
               PERFORM P900-REGRAVAR-PARCELAS
            END-IF
            DISPLAY 'PAGAMENTOS BAIXADOS...........: ' WS-QTD-BAIXAS
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-PARCELAS.
            MOVE 0 TO WS-QTD-PARCELAS
            OPEN INPUT MENSALIDADE-FILE
            IF FS-MENSALIDADE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MENSALIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PARCELAS < 30000 THEN
                              ADD 1 TO WS-QTD-PARCELAS
                              MOVE REG-MENSALIDADE TO
                                 WS-TAB-REG-MENSALIDADE
                                    (WS-QTD-PARCELAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MENSALIDADE-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-BAIXAR-PAGAMENTO.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'ANO DE REFERENCIA (AAAA)......: '
            ACCEPT WS-ANO-DIGITADO
            DISPLAY 'MES DE REFERENCIA (MM)........: '
            ACCEPT WS-MES-DIGITADO
            PERFORM P150-CONFERIR-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - BAIXA NEGADA'
            END-IF

            MOVE 0 TO WS-POS-PARC
            PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                    UNTIL WS-IDX-PARC > WS-QTD-PARCELAS
                       OR WS-POS-PARC > 0
                       OR WS-RETORNO-UNIDADE NOT = 0
               MOVE WS-TAB-REG-MENSALIDADE (WS-IDX-PARC)
                 TO REG-MENSALIDADE
               IF MS-CD-STUDENT = WS-CD-ALUNO-DIGITADO AND
                  MS-ANO-REF = WS-ANO-DIGITADO AND
                  MS-MES-REF = WS-MES-DIGITADO THEN
                  MOVE WS-IDX-PARC TO WS-POS-PARC
               END-IF
            END-PERFORM

            IF WS-POS-PARC = 0 AND WS-RETORNO-UNIDADE = 0 THEN
               DISPLAY 'PARCELA NAO ENCONTRADA'
            END-IF
            IF WS-POS-PARC > 0 THEN
               MOVE WS-TAB-REG-MENSALIDADE (WS-POS-PARC)
                 TO REG-MENSALIDADE
               COMPUTE WS-SALDO = MS-VALOR-DEVIDO - MS-VALOR-PAGO
               DISPLAY 'RESPONSAVEL...: ' MS-NM-RESPONSAVEL
               MOVE MS-VALOR-DEVIDO TO WS-VALOR-EDT
               DISPLAY 'DEVIDO........: ' WS-VALOR-EDT
                       '  VENCIMENTO ' MS-DATA-VENCIMENTO
               IF MS-PERC-DESCONTO IS NUMERIC AND
                  MS-PERC-DESCONTO > 0 THEN
                  DISPLAY 'BOLSA.........: ' MS-PERC-DESCONTO
                          '% DE DESCONTO (JA ABATIDO DO DEVIDO)'
               END-IF
               MOVE MS-VALOR-PAGO TO WS-VALOR-EDT
               DISPLAY 'PAGO..........: ' WS-VALOR-EDT
               MOVE WS-SALDO TO WS-SALDO-EDT
               DISPLAY 'SALDO.........: ' WS-SALDO-EDT
               IF MS-QUITADA THEN
                  DISPLAY 'PARCELA JA QUITADA - NADA A BAIXAR'
               ELSE
                  PERFORM P200-LANCAR-VALOR
               END-IF
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DO ALUNO DIGITADO PELO MESTRE (ALUNO FORA DO
      * MESTRE OU MESTRE INDISPONIVEL = UNIDADE PRINCIPAL).
      *-----------------------------------------------------------------
       P150-CONFERIR-UNIDADE.
            MOVE SPACES TO CD-UNIDADE
            IF WS-MESTRE-ABERTO = 'S' THEN
               MOVE WS-CD-ALUNO-DIGITADO TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       MOVE SPACES TO CD-UNIDADE
               END-READ
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO, CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P200-LANCAR-VALOR.
            MOVE 0 TO WS-VALOR-RECEBIDO
            PERFORM WITH TEST AFTER UNTIL WS-VALOR-RECEBIDO > 0
               DISPLAY 'VALOR RECEBIDO................: '
               ACCEPT WS-VALOR-DIGITADO
               IF FUNCTION TEST-NUMVAL (WS-VALOR-DIGITADO) = 0 THEN
                  COMPUTE WS-VALOR-RECEBIDO =
                          FUNCTION NUMVAL (WS-VALOR-DIGITADO)
               END-IF
               IF WS-VALOR-RECEBIDO = 0 THEN
                  DISPLAY 'VALOR INVALIDO - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            DISPLAY 'DATA DO PAGAMENTO'
            PERFORM P250-ACEITAR-DATA

            ADD WS-VALOR-RECEBIDO TO MS-VALOR-PAGO
            MOVE WS-DATA-DIGITADA TO MS-DATA-PAGAMENTO
            MOVE WS-OPERADOR TO MS-OPERADOR-BAIXA
            IF MS-VALOR-PAGO >= MS-VALOR-DEVIDO THEN
               SET MS-QUITADA TO TRUE
               DISPLAY 'PARCELA QUITADA'
            ELSE
               COMPUTE WS-SALDO = MS-VALOR-DEVIDO - MS-VALOR-PAGO
               MOVE WS-SALDO TO WS-SALDO-EDT
               DISPLAY 'PAGAMENTO PARCIAL - SALDO RESTANTE: '
                       WS-SALDO-EDT
            END-IF
            MOVE REG-MENSALIDADE TO WS-TAB-REG-MENSALIDADE (WS-POS-PARC)
            ADD 1 TO WS-QTD-BAIXAS
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * DATA VALIDADA PELOS SUBPROGRAMAS COMPARTILHADOS, COMO
      * PROGARQ002/P210 JA FAZ.
      *-----------------------------------------------------------------
       P250-ACEITAR-DATA.
            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA (DDMMAAAA)...............: '
               ACCEPT WS-DATA-DIGITADA

               CALL 'QUEBRAR-DATA'
                             USING WS-FORMATO-DATA, WS-DATA-DIGITADA,
                                   WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO

               CALL 'VALIDAR-DATA'
                             USING WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO, WS-DATA-VALIDA

               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-PARCELAS.
            OPEN OUTPUT MENSALIDADE-FILE
            PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                    UNTIL WS-IDX-PARC > WS-QTD-PARCELAS
               MOVE WS-TAB-REG-MENSALIDADE (WS-IDX-PARC)
                 TO REG-MENSALIDADE
               WRITE REG-MENSALIDADE
            END-PERFORM
            CLOSE MENSALIDADE-FILE
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'BAIXAR-MENSALIDADE' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA
            .
       P001-FIM.
      *-----------------------------------------------------------------
       P002-CHAMAR-CONFERENCIA.
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P002-FIM.
      *-----------------------------------------------------------------
      * AMBIENTE DE TREINAMENTO (MARCA AMBIENTE.TXT NA RAIZ DOS
      * DADOS): A FAIXA SAI NO ALTO DA TELA E NA PRIMEIRA LINHA DOS
      * RELATORIOS (VEJA LER-AMBIENTE).
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM BAIXAR-MENSALIDADE.
