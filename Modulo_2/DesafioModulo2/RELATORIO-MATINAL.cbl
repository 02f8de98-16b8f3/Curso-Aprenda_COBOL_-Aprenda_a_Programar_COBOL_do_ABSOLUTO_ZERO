      *          AGRUPADOS POR PROGRAMA/CODIGO (FATAIS DESTACADOS),
      *          AS DIFERENCAS DO BALANCO-DIARIO.TXT E QUALQUER TRAVA
      *          DE GRAVACAO AINDA EM PE - COM O VEREDICTO 'LIMPO' OU
      *          A LISTA EXATA DO QUE CACAR. OS ESTOUROS DE TEMPO DO
      *          DIA (EXECUCAO ACIMA DA MEDIA) E A CADEIA PERTO DE NAO
      *          CABER NA JANELA DE LOTE VEM DE TEMPOS-LOTE.TXT (VEJA
      *          TENDENCIA-LOTE). PENSADO COMO ULTIMO
      *          PASSO DO PLANO DO ORQUESTRADOR; A SAIDA VAI PARA O
      *          SPOOL (ESPOLAR-SAIDA) COMO OS DEMAIS RELATORIOS.
      * Tectonics: cobc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVA.

           SELECT TEMPOS-FILE ASSIGN TO
           '../../TEMPOS-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPOS.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../RELATORIO-MATINAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       01 REC-BALANCO              PIC X(100).
       FD TRAVA-FILE.
           COPY TRAVA-RECORD.
       FD TEMPOS-FILE.
           COPY TEMPO-LOTE-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-ERRO                     PIC X(02)       VALUE SPACES.
       77 FS-BALANCO                  PIC X(02)       VALUE SPACES.
       77 FS-TRAVA                    PIC X(02)       VALUE SPACES.
       77 FS-TEMPOS                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-DATA-ALVO                PIC 9(08)       VALUE 0.
       77 WS-QTD-DIFERENCAS           PIC 9(03)       VALUE 0.
       77 WS-TRAVA-EM-PE              PIC 9(01)       VALUE 0.
       77 WS-CONTA-DIF                PIC 9(03)       VALUE 0.
      * ESTOUROS DE TEMPO DO DIA E CADEIA A 30 NOITES OU MENOS DE NAO
      * CABER NA JANELA (TEMPOS-LOTE.TXT).
       77 WS-QTD-ESTOUROS             PIC 9(03)       VALUE 0.
       77 WS-ROTULO-TIPO              PIC X(08)       VALUE SPACES.
      * SPOOL (VEJA ESPOLAR-SAIDA).
       77 WS-PROGRAMA-SPOOL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-SPOOL            PIC X(40)       VALUE SPACES.
       77 WS-PARAMETROS-SPOOL         PIC X(40)       VALUE SPACES.
       77 WS-OPERADOR-SPOOL           PIC X(10)       VALUE 'N/D'.
       77 WS-RETORNO-ESPOLAR          PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'RELATORIO MATINAL DE OPERACAO'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            END-IF

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'RELATORIO MATINAL - DIA ' WS-DATA-ALVO
                   ' - EMITIDO EM ' WS-DATA-EMISSAO
            PERFORM P200-SECAO-ERROS
            PERFORM P300-SECAO-BALANCO
            PERFORM P400-SECAO-TRAVA
            PERFORM P500-SECAO-TEMPOS
            PERFORM P900-VEREDICTO

            CLOSE RELATORIO-FILE
            WRITE REC-RELATORIO
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * TEMPOS DE LOTE: O QUE TERMINOU NO DIA ACIMA DA MEDIA DAS
      * EXECUCOES ANTERIORES E A FOLGA DA CADEIA NA JANELA DE LOTE.
      * SEM O ARQUIVO (TENDENCIA-LOTE AINDA NAO RODOU) A SECAO SO
      * AVISA.
      *-----------------------------------------------------------------
       P500-SECAO-TEMPOS.
            MOVE SPACES TO REC-RELATORIO
            STRING 'TEMPOS DE LOTE (TEMPOS-LOTE.TXT):'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE 'N' TO WS-EOF
            OPEN INPUT TEMPOS-FILE
            IF FS-TEMPOS NOT = '00' THEN
               MOVE SPACES TO REC-RELATORIO
               STRING '  SEM TEMPOS CALCULADOS (TENDENCIA-LOTE NAO '
                      'RODOU)'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TEMPOS-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P510-LINHA-TEMPO
                  END-READ
               END-PERFORM
               CLOSE TEMPOS-FILE
               IF WS-QTD-ESTOUROS = 0 THEN
                  MOVE SPACES TO REC-RELATORIO
                  STRING '  DENTRO DA MEDIA - OK'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
            END-IF
            MOVE 'N' TO WS-EOF
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-LINHA-TEMPO.
            EVALUATE TRUE
               WHEN TL-TIPO-PASSO  MOVE 'PASSO'    TO WS-ROTULO-TIPO
               WHEN TL-TIPO-CADEIA MOVE 'CADEIA'   TO WS-ROTULO-TIPO
               WHEN OTHER          MOVE 'PROGRAMA' TO WS-ROTULO-TIPO
            END-EVALUATE
            IF TL-ESTOUROU AND TL-ULTIMA-DATA = WS-DATA-ALVO THEN
               ADD 1 TO WS-QTD-ESTOUROS
               MOVE SPACES TO REC-RELATORIO
               STRING '  ' WS-ROTULO-TIPO ' ' TL-PROGRAMA
                      ' ' TL-ULTIMA-SEGUNDOS ' SEG - '
                      TL-PERC-ACIMA '% ACIMA DA MEDIA (PIOR '
                      TL-MAXIMO-SEGUNDOS ' SEG)'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            IF TL-TIPO-CADEIA AND TL-NOITES-PARA-JANELA NOT > 30 THEN
               ADD 1 TO WS-QTD-ESTOUROS
               MOVE SPACES TO REC-RELATORIO
               IF TL-NOITES-PARA-JANELA = 0 THEN
                  STRING '  *** A CADEIA NOTURNA JA NAO CABE NA JANELA '
                         'DE ' TL-JANELA-MINUTOS ' MIN ***'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               ELSE
                  STRING '  A CADEIA NOTURNA DEIXA DE CABER NA JANELA '
                         'DE ' TL-JANELA-MINUTOS ' MIN EM '
                         TL-NOITES-PARA-JANELA ' NOITE(S)'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               END-IF
               WRITE REC-RELATORIO
            END-IF
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P900-VEREDICTO.
            MOVE SPACES TO REC-RELATORIO
            IF WS-QTD-ABORTADAS = 0 AND WS-QTD-FATAIS = 0 AND
               WS-QTD-DIFERENCAS = 0 AND WS-TRAVA-EM-PE = 0 AND
               WS-QTD-ESTOUROS = 0 THEN
               STRING 'VEREDICTO: LIMPO - NADA A CACAR'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
                      ' FATAIS ' WS-QTD-FATAIS
                      ' DIFERENCAS ' WS-QTD-DIFERENCAS
                      ' TRAVA ' WS-TRAVA-EM-PE
                      ' TEMPO ' WS-QTD-ESTOUROS
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            END-IF
            .
       P900-FIM.
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
       END PROGRAM RELATORIO-MATINAL.
