      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: PASSO DA CADEIA NOTURNA QUE GARANTE O CAMINHO DE
      *          ACESSO DIRETO AO HISTORICO DE NOTAS (VEJA INDEXAR-HIST
      *          E BUSCAR-HIST) EM DIA COM NOTAS-HIST.TXT. SEM
      *          PARAMETRO, REFAZ O CAMINHO INTEIRO A PARTIR DO
      *          ARQUIVO OFICIAL (TAMBEM EH ASSIM QUE ELE NASCE NA
      *          PRIMEIRA VEZ). COM O PARAMETRO CONFERIR, SO CONTA AS
      *          LINHAS DE NOTAS-HIST.TXT E REFAZ SE A CONTAGEM NAO
      *          BATER COM O CONTROLE OU SE ALGUMA MANUTENCAO DO DIA
      *          DEIXOU O INDICE SUSPEITO. AVISA QUANDO A TABELA DE
      *          CHAVES PASSA DE 70% DE OCUPACAO. REGISTRA A EXECUCAO
      *          EM EXECUCOES.TXT COMO OS DEMAIS PASSOS DE LOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINDEXAR-HIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-DIRETO ASSIGN TO
           '../../NOTAS-HIST-DIRETO.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-DIRETO-REL-KEY
           FILE STATUS IS FS-DIRETO.

           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD HIST-DIRETO.
           COPY HIST-DIRETO-RECORD.
       FD NOTAS-HIST.
       01 REG-LINHA-HIST              PIC X(122).
       WORKING-STORAGE SECTION.
       77 FS-DIRETO                   PIC X(02)       VALUE SPACES.
       77 FS-NOTAS-HIST               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DIRETO-REL-KEY           PIC 9(07)       VALUE 0.
       77 WS-PARM-MODO                PIC X(20)       VALUE SPACES.
      * 'S' = REFAZER O CAMINHO; 'N' = CONFERIDO E EM DIA.
       77 WS-REFAZER                  PIC X(01)       VALUE 'S'.
       77 WS-MOTIVO                   PIC X(30)       VALUE SPACES.
       77 WS-QTD-LINHAS               PIC 9(07)       VALUE 0.
       77 WS-QTD-INDEXADOS            PIC 9(07)       VALUE 0.
       77 WS-QTD-CHAVES               PIC 9(07)       VALUE 0.
       77 WS-PERC-OCUPACAO            PIC 9(03)       VALUE 0.
      * CAPACIDADE DA TABELA DE CHAVES: VEM DO PROPRIO HASH-CHAVE-HIST
      * (CHAVE QUALQUER), PARA O AVISO NAO FICAR COM NUMERO PROPRIO.
       01 WS-CHAVE-CAPACIDADE         PIC X(16)       VALUE SPACES.
       77 WS-SLOT-CAPACIDADE          PIC 9(07)       VALUE 0.
       77 WS-CAPACIDADE-CHAVES        PIC 9(07)       VALUE 0.
       77 WS-RETORNO-HASH             PIC 9(01)       VALUE 0.
       01 WS-OPERACAO-INDICE          PIC X(01)       VALUE 'R'.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
      * AREA DE REGISTRO EXIGIDA PELO INDEXAR-HIST - NA RECONSTRUCAO
      * ELE LE O PROPRIO NOTAS-HIST.TXT E NAO USA ESTA AREA.
           COPY NOTAS-HIST-RECORD.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
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
            DISPLAY 'CAMINHO DE ACESSO DIRETO AO HISTORICO DE NOTAS'
            INITIALIZE REG-EXECUCAO
            MOVE 'REINDEXAR-HIST' TO EX-PROGRAMA
            MOVE 'N/D' TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME

            ACCEPT WS-PARM-MODO FROM COMMAND-LINE
            MOVE 'S' TO WS-REFAZER
            MOVE 'RECONSTRUCAO PEDIDA' TO WS-MOTIVO

            PERFORM P100-CONTAR-HISTORICO
            IF WS-PARM-MODO = 'CONFERIR' THEN
               PERFORM P200-CONFERIR-CONTROLE
            END-IF

            IF WS-REFAZER = 'S' THEN
               DISPLAY 'REFAZENDO O CAMINHO DIRETO: ' WS-MOTIVO
               MOVE 'R' TO WS-OPERACAO-INDICE
               CALL 'INDEXAR-HIST'
                             USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                   WS-SEQ-HIST,
                                   WS-RETORNO-INDEXAR-HIST
               MOVE WS-SEQ-HIST TO WS-QTD-INDEXADOS
            ELSE
               DISPLAY 'CAMINHO DIRETO CONFERIDO E EM DIA'
            END-IF

            PERFORM P300-AVISAR-OCUPACAO

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE SPACES TO EX-PARAMETROS
            IF WS-PARM-MODO = 'CONFERIR' THEN
               MOVE 'CONFERIR' TO EX-PARAMETROS
            ELSE
               MOVE 'RECONSTRUIR' TO EX-PARAMETROS
            END-IF
            MOVE WS-QTD-LINHAS TO EX-QTD-LIDOS
            MOVE WS-QTD-INDEXADOS TO EX-QTD-GRAVADOS
            MOVE 0 TO EX-QTD-REJEITADOS
            IF WS-RETORNO-INDEXAR-HIST = 0 THEN
               SET EX-RESULTADO-NORMAL TO TRUE
            ELSE
               SET EX-RESULTADO-ABORTADO TO TRUE
               MOVE 1 TO EX-QTD-REJEITADOS
            END-IF
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            DISPLAY 'LINHAS EM NOTAS-HIST.TXT......: ' WS-QTD-LINHAS
            DISPLAY 'REGISTROS INDEXADOS...........: ' WS-QTD-INDEXADOS
            IF WS-RETORNO-INDEXAR-HIST NOT = 0 THEN
               DISPLAY 'FALHA AO REFAZER O CAMINHO DIRETO - OS '
                       'PROGRAMAS SEGUEM NA LEITURA SEQUENCIAL'
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * CONTAGEM FISICA DAS LINHAS DO ARQUIVO OFICIAL.
      *-----------------------------------------------------------------
       P100-CONTAR-HISTORICO.
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-NOTAS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END ADD 1 TO WS-QTD-LINHAS
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * MODO CONFERIR: O CAMINHO SO FICA COMO ESTA SE EXISTIR, ESTIVER
      * VALIDO E TIVER EXATAMENTE AS LINHAS DO ARQUIVO OFICIAL.
      *-----------------------------------------------------------------
       P200-CONFERIR-CONTROLE.
            MOVE 'CAMINHO DIRETO AUSENTE' TO WS-MOTIVO
            OPEN INPUT HIST-DIRETO
            IF FS-DIRETO = '00' THEN
               MOVE 1 TO WS-DIRETO-REL-KEY
               READ HIST-DIRETO
                    NOT INVALID KEY
                        IF HD-SLOT-CONTROLE THEN
                           PERFORM P210-COMPARAR-CONTROLE
                        END-IF
               END-READ
               CLOSE HIST-DIRETO
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-COMPARAR-CONTROLE.
            MOVE HD-QTD-REGISTROS TO WS-QTD-INDEXADOS
            MOVE HD-QTD-CHAVES TO WS-QTD-CHAVES
            EVALUATE TRUE
               WHEN HD-INDICE-SUSPEITO
                  MOVE 'INDICE MARCADO SUSPEITO' TO WS-MOTIVO
               WHEN HD-QTD-REGISTROS NOT = WS-QTD-LINHAS
                  MOVE 'CONTAGEM DIFERENTE DO ARQUIVO' TO WS-MOTIVO
               WHEN OTHER
                  MOVE 'N' TO WS-REFAZER
            END-EVALUATE
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * RELE O CONTROLE (JA REFEITO, SE FOI O CASO) E AVISA QUANDO A
      * TABELA DE CHAVES PASSA DE 70% - COM ELA CHEIA DEMAIS A
      * SONDAGEM FICA LONGA E A CAPACIDADE DE HASH-CHAVE-HIST PRECISA
      * CRESCER.
      *-----------------------------------------------------------------
       P300-AVISAR-OCUPACAO.
            OPEN INPUT HIST-DIRETO
            IF FS-DIRETO = '00' THEN
               MOVE 1 TO WS-DIRETO-REL-KEY
               READ HIST-DIRETO
                    NOT INVALID KEY
                        MOVE HD-QTD-CHAVES TO WS-QTD-CHAVES
               END-READ
               CLOSE HIST-DIRETO
            END-IF

            CALL 'HASH-CHAVE-HIST'
                          USING WS-CHAVE-CAPACIDADE,
                                WS-SLOT-CAPACIDADE,
                                WS-CAPACIDADE-CHAVES, WS-RETORNO-HASH
            COMPUTE WS-PERC-OCUPACAO =
                    (WS-QTD-CHAVES * 100) / WS-CAPACIDADE-CHAVES
            DISPLAY 'CHAVES NA TABELA..............: ' WS-QTD-CHAVES
                    ' (' WS-PERC-OCUPACAO '%)'
            IF WS-PERC-OCUPACAO > 70 THEN
               DISPLAY '***********************************************'
               DISPLAY '* TABELA DE CHAVES DO HISTORICO ACIMA DE 70% *'
               DISPLAY '* - AUMENTAR A CAPACIDADE EM HASH-CHAVE-HIST *'
               DISPLAY '***********************************************'
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'REINDEXAR-HIST' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-LINHA-HIST TO LY-TAMANHO
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
       END PROGRAM REINDEXAR-HIST.
