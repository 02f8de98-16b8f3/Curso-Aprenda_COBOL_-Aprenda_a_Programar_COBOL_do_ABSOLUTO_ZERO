      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: RELATORIO DE INADIMPLENCIA POR FAMILIA: AS PARCELAS
      *          DE MENSALIDADE (MENSALIDADES.TXT, VEJA MENSALIDADE-
      *          RECORD.CPY) VENCIDAS E NAO QUITADAS NA DATA DE HOJE
      *          SAO AGRUPADAS PELA FAMILIA DO RESPONSAVEL FINANCEIRO
      *          (NOME + ENDERECO 1 - O MESMO AGRUPAMENTO DE
      *          CONSULTAR-FAMILIA E DO ENVELOPE UNICO DE GERAR-
      *          CARTAS) E O SALDO DEVEDOR SAI POR FAIXA DE ATRASO:
      *          1-30, 31-60, 61-90 E MAIS DE 90 DIAS. SAIDA EM
      *          RELATORIO-INADIMPLENCIA.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-INADIMPLENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE-FILE ASSIGN TO
           '../../MENSALIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSALIDADE.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../RELATORIO-INADIMPLENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADE-FILE.
           COPY MENSALIDADE-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-MENSALIDADE              PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * HOJE EM DDMMAAAA E O SERIAL DE HOJE (VEJA CALCULAR-DIA-SERIAL)
      * - O ATRASO EH A DIFERENCA DE SERIAIS.
       01 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-SERIAL-HOJE              PIC 9(07)       VALUE 0.
       77 WS-SERIAL-VENCIMENTO        PIC 9(07)       VALUE 0.
       77 WS-RETORNO-SERIAL           PIC 9(01)       VALUE 0.
       77 WS-DIAS-ATRASO              PIC S9(07)      VALUE 0.
       77 WS-SALDO                    PIC S9(05)V9(02) VALUE 0.
       77 WS-FAIXA                    PIC 9(01)       VALUE 0.
      * TOTAIS POR FAMILIA (TABELA COM BUSCA LINEAR, COMO NO RESTO
      * DO SISTEMA) - FAIXAS 1 A 4 = 1-30, 31-60, 61-90, 90+.
       01 WS-CHAVE-FAMILIA            PIC X(70)       VALUE SPACES.
       77 WS-QTD-FAMILIAS             PIC 9(04)       VALUE 0.
       77 WS-IDX-FAM                  PIC 9(04)       VALUE 0.
       77 WS-POS-FAM                  PIC 9(04)       VALUE 0.
       77 WS-IDX-FAIXA                PIC 9(01)       VALUE 0.
       77 WS-ESTOURO-FAMILIAS         PIC X(01)       VALUE 'N'.
       01 WS-TABELA-FAMILIAS.
           02 WS-FAM-ITEM OCCURS 3000 TIMES.
              03 WS-FAM-CHAVE         PIC X(70).
              03 WS-FAM-QTD-PARCELAS  PIC 9(04).
              03 WS-FAM-FAIXA         PIC 9(07)V9(02) OCCURS 4.
              03 WS-FAM-TOTAL         PIC 9(07)V9(02).
       01 WS-TOTAIS-GERAIS.
           03 WS-GER-FAIXA            PIC 9(09)V9(02) OCCURS 4.
           03 WS-GER-TOTAL            PIC 9(09)V9(02).
       77 WS-QTD-PARCELAS-VENCIDAS    PIC 9(05)       VALUE 0.
       01 WS-VALORES-EDT.
           03 WS-EDT-FAIXA            PIC ZZZZZZ9.99 OCCURS 4.
           03 WS-EDT-TOTAL            PIC ZZZZZZZZ9.99.
           COPY FORMATOS-DATA.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'RELATORIO DE INADIMPLENCIA POR FAMILIA'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            SET FORMATO-AAAAMMDD TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-EMISSAO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-HOJE =
                    (WS-DIA * 1000000) + (WS-MES * 10000) + WS-ANO
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-DATA-HOJE, WS-SERIAL-HOJE,
                                WS-RETORNO-SERIAL
            INITIALIZE WS-TOTAIS-GERAIS

            OPEN INPUT MENSALIDADE-FILE
            IF FS-MENSALIDADE NOT = '00' THEN
               DISPLAY 'NENHUMA PARCELA GERADA AINDA '
                       '(RODE GERAR-MENSALIDADES)'
               STOP RUN
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ MENSALIDADE-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF NOT MS-QUITADA THEN
                           PERFORM P200-CLASSIFICAR-PARCELA
                        END-IF
               END-READ
            END-PERFORM
            CLOSE MENSALIDADE-FILE

            PERFORM P500-IMPRIMIR-RELATORIO

            DISPLAY 'RELATORIO GERADO: RELATORIO-INADIMPLENCIA.TXT'
            DISPLAY 'FAMILIAS EM ATRASO............: ' WS-QTD-FAMILIAS
            DISPLAY 'PARCELAS VENCIDAS EM ABERTO...: '
                    WS-QTD-PARCELAS-VENCIDAS
            IF WS-ESTOURO-FAMILIAS = 'S' THEN
               DISPLAY '*** ATENCAO: MAIS DE 3000 FAMILIAS - '
                       'EXCEDENTES FICARAM FORA DO RELATORIO ***'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * SO ENTRA PARCELA JA VENCIDA (ATRASO DE 1 DIA OU MAIS) COM
      * SALDO A PAGAR.
      *-----------------------------------------------------------------
       P200-CLASSIFICAR-PARCELA.
            COMPUTE WS-SALDO = MS-VALOR-DEVIDO - MS-VALOR-PAGO
            CALL 'CALCULAR-DIA-SERIAL'
                          USING MS-DATA-VENCIMENTO,
                                WS-SERIAL-VENCIMENTO,
                                WS-RETORNO-SERIAL
            COMPUTE WS-DIAS-ATRASO =
                    WS-SERIAL-HOJE - WS-SERIAL-VENCIMENTO

            IF WS-SALDO > 0 AND WS-RETORNO-SERIAL = 0 AND
               WS-DIAS-ATRASO > 0 THEN
               EVALUATE TRUE
                  WHEN WS-DIAS-ATRASO <= 30
                     MOVE 1 TO WS-FAIXA
                  WHEN WS-DIAS-ATRASO <= 60
                     MOVE 2 TO WS-FAIXA
                  WHEN WS-DIAS-ATRASO <= 90
                     MOVE 3 TO WS-FAIXA
                  WHEN OTHER
                     MOVE 4 TO WS-FAIXA
               END-EVALUATE

               MOVE SPACES TO WS-CHAVE-FAMILIA
               STRING MS-NM-RESPONSAVEL MS-ENDERECO-1
                      DELIMITED BY SIZE INTO WS-CHAVE-FAMILIA
               END-STRING
               PERFORM P210-LOCALIZAR-FAMILIA

               IF WS-POS-FAM > 0 THEN
                  ADD 1 TO WS-QTD-PARCELAS-VENCIDAS
                  ADD 1 TO WS-FAM-QTD-PARCELAS (WS-POS-FAM)
                  ADD WS-SALDO TO WS-FAM-FAIXA (WS-POS-FAM, WS-FAIXA)
                  ADD WS-SALDO TO WS-FAM-TOTAL (WS-POS-FAM)
                  ADD WS-SALDO TO WS-GER-FAIXA (WS-FAIXA)
                  ADD WS-SALDO TO WS-GER-TOTAL
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-LOCALIZAR-FAMILIA.
            MOVE 0 TO WS-POS-FAM
            PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                    UNTIL WS-IDX-FAM > WS-QTD-FAMILIAS
                       OR WS-POS-FAM > 0
               IF WS-FAM-CHAVE (WS-IDX-FAM) = WS-CHAVE-FAMILIA THEN
                  MOVE WS-IDX-FAM TO WS-POS-FAM
               END-IF
            END-PERFORM
            IF WS-POS-FAM = 0 THEN
               IF WS-QTD-FAMILIAS >= 3000 THEN
                  MOVE 'S' TO WS-ESTOURO-FAMILIAS
               ELSE
                  ADD 1 TO WS-QTD-FAMILIAS
                  MOVE WS-QTD-FAMILIAS TO WS-POS-FAM
                  INITIALIZE WS-FAM-ITEM (WS-POS-FAM)
                  MOVE WS-CHAVE-FAMILIA TO WS-FAM-CHAVE (WS-POS-FAM)
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P500-IMPRIMIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'INADIMPLENCIA POR FAMILIA - POSICAO EM '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'RESPONSAVEL                    PARC'
                   '  1-30 DIAS   31-60 DIAS   61-90 DIAS'
                   '     90+ DIAS'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                    UNTIL WS-IDX-FAM > WS-QTD-FAMILIAS
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 4
                  MOVE WS-FAM-FAIXA (WS-IDX-FAM, WS-IDX-FAIXA)
                    TO WS-EDT-FAIXA (WS-IDX-FAIXA)
               END-PERFORM
               MOVE WS-FAM-TOTAL (WS-IDX-FAM) TO WS-EDT-TOTAL
               MOVE SPACES TO REC-RELATORIO
               STRING WS-FAM-CHAVE (WS-IDX-FAM) (1:30) ' '
                      WS-FAM-QTD-PARCELAS (WS-IDX-FAM) ' '
                      WS-EDT-FAIXA (1) '   ' WS-EDT-FAIXA (2) '   '
                      WS-EDT-FAIXA (3) '   ' WS-EDT-FAIXA (4)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               MOVE SPACES TO REC-RELATORIO
               STRING '  ' WS-FAM-CHAVE (WS-IDX-FAM) (31:40)
                      ' TOTAL DEVIDO: ' WS-EDT-TOTAL
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-PERFORM

            PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                    UNTIL WS-IDX-FAIXA > 4
               MOVE WS-GER-FAIXA (WS-IDX-FAIXA)
                 TO WS-EDT-FAIXA (WS-IDX-FAIXA)
            END-PERFORM
            MOVE WS-GER-TOTAL TO WS-EDT-TOTAL
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TOTAL GERAL                         '
                   WS-EDT-FAIXA (1) '   ' WS-EDT-FAIXA (2) '   '
                   WS-EDT-FAIXA (3) '   ' WS-EDT-FAIXA (4)
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'SALDO VENCIDO TOTAL: ' WS-EDT-TOTAL
                   ' - FAMILIAS: ' WS-QTD-FAMILIAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            .
       P500-FIM.
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
       END PROGRAM RELATORIO-INADIMPLENCIA.
