      *          CONFIRMACAO); BOLETINS E AUDITORIA PELO ANO DA DATA
      *          DE PROCESSAMENTO; EXCECOES SO AS RESOLVIDAS (VEJA
      *          TRATAR-EXCECOES).
      *          REGRAVADO O VIVO, O CAMINHO DE ACESSO DIRETO AO
      *          HISTORICO EH REFEITO (INDEXAR-HIST). O ANO ARQUIVADO
      *          DO HISTORICO TEM QUE TER O CARIMBO DE LAYOUT DA
      *          VERSAO CORRENTE (VEJA CONFERIR-LAYOUT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST):
      * REGRAVADO O VIVO, O CAMINHO EH REFEITO A PARTIR DELE.
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
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
            DISPLAY 'ARQUIVAMENTO DE FIM DE ANO LETIVO (DUAS FASES)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR

      * COPIA INTEGRAL DO MORTO ATUAL PARA O NOVO (MORTO AINDA
      * INEXISTENTE = PRIMEIRO FECHAMENTO DO ANO).
            IF WS-ARQUIVO-ATUAL = 1 THEN
               PERFORM P003-CONFERIR-MORTO
            END-IF
            MOVE 'N' TO WS-EOF
            OPEN INPUT ARQUIVO-MORTO
            IF FS-MORTO = '00' THEN
                     END-READ
                  END-PERFORM
                  CLOSE NOTAS-HIST
                  MOVE 'R' TO WS-OPERACAO-INDICE
                  CALL 'INDEXAR-HIST'
                                USING WS-OPERACAO-INDICE,
                                      REG-NOTAS-HIST, WS-SEQ-HIST,
                                      WS-RETORNO-INDEXAR-HIST
               WHEN 2
                  OPEN OUTPUT REPORT-CARD
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ARQUIVAR-ANO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
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
      * O ANO ARQUIVADO DO HISTORICO RECEBE REGISTROS DO VIVO COM O
      * LAYOUT CORRENTE: MORTO DE VERSAO ANTERIOR TEM QUE SER
      * CONVERTIDO ANTES (CONVERTER-LAYOUT), SENAO O ARQUIVO SAI COM
      * DOIS LAYOUTS MISTURADOS. MORTO AINDA INEXISTENTE JA FICA
      * CARIMBADO COM A VERSAO CORRENTE (O NOVO VAI TOMAR O NOME DELE).
      *-----------------------------------------------------------------
       P003-CONFERIR-MORTO.
            SET LY-CONFERIR TO TRUE
            MOVE 'ARQUIVAR-ANO' TO LY-PROGRAMA
            MOVE WS-NOME-MORTO TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA
            .
       P003-FIM.
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
       END PROGRAM ARQUIVAR-ANO.
