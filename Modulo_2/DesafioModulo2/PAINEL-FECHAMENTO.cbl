      *            REPROVACOES POR FALTA, CONTADAS DOS PENDENTES
      *            APROVADOS DO PERIODO, QUE CARREGAM O MOTIVO);
      *          - EXTRATO PARA A SECRETARIA JA GERADO OU NAO
      *            (EXTRATO-RESULTADO.TXT PRESENTE);
      *          - CARGA HORARIA (CARGA-HORARIA.TXT): SO FICA
      *            PENDENTE A FALTA SEM PLANO DE REPOSICAO QUE A
      *            COBRE (REPOSICOES.TXT, VEJA PLANO-REPOSICAO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS FS-EXTRATO.

      * CONFERENCIA DE CARGA HORARIA (SAIDA DO CARGA-HORARIA): O
      * FAROL DO PAINEL ACENDE COM LINHA PENDENTE SEM PLANO DE
      * REPOSICAO (REPOSICOES.TXT) QUE COBRE AS AULAS DEVIDAS - E
      * TAMBEM QUANDO A CONFERENCIA NEM FOI RODADA.
           SELECT CARGA-FILE ASSIGN TO
           '../../CARGA-HORARIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARGA.

           SELECT REPOSICAO-FILE ASSIGN TO
           '../../REPOSICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPOSICAO.

           SELECT PAINEL-FILE ASSIGN TO
           '../../PAINEL-FECHAMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       01 REC-EXTRATO              PIC X(80).
       FD CARGA-FILE.
       01 REC-CARGA                PIC X(100).
       FD REPOSICAO-FILE.
           COPY REPOSICAO-RECORD.
       FD PAINEL-FILE.
       01 REC-PAINEL               PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-CARGA                    PIC X(02)       VALUE SPACES.
       77 WS-CARGA-CONFERIDA          PIC 9(01)       VALUE 0.
       77 WS-QTD-CARGA-PENDENTE       PIC 9(03)       VALUE 0.
      * PLANO DE REPOSICAO: A FALTA DA LINHA PENDENTE (ESPERADA -
      * DADAS) EH COBERTA PELAS REPOSICOES VIVAS DA MESMA TURMA/
      * MATERIA E DA MESMA FAIXA DA CONFERENCIA, DE HOJE EM DIANTE.
       77 FS-REPOSICAO                PIC X(02)       VALUE SPACES.
       77 WS-EOF-REPOSICAO            PIC A(01)       VALUE 'N'.
       77 WS-QTD-CARGA-SEM-PLANO      PIC 9(03)       VALUE 0.
       77 WS-FAIXA-DE                 PIC X(08)       VALUE SPACES.
       77 WS-FAIXA-ATE                PIC X(08)       VALUE SPACES.
       77 WS-FALTA-TURMA              PIC X(05)       VALUE SPACES.
       77 WS-FALTA-MATERIA            PIC X(05)       VALUE SPACES.
       77 WS-FALTA-DADAS              PIC 9(02)       VALUE 0.
       77 WS-FALTA-ESPERADA           PIC 9(04)       VALUE 0.
       77 WS-FALTA-DEVIDAS            PIC 9(04)       VALUE 0.
       77 WS-FALTA-A-DAR              PIC 9(04)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
       77 WS-QTD-ITENS-PENDENTES      PIC 9(02)       VALUE 0.
      * SPOOL DE RELATORIOS (VEJA ESPOLAR-SAIDA): A SAIDA DE NOME
      * FIXO GANHA UMA COPIA NUMERADA E UMA LINHA NO INDICE - A
      * NAO COUBE NA TABELA CONTA COMO SEM NOTA), ENTAO O PAINEL SAI
      * COM AVISO EXPLICITO.
       77 WS-ESTOURO-VISTOS          PIC X(01)       VALUE 'N'.
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
            DISPLAY 'PAINEL DE FECHAMENTO DO BIMESTRE'
            DISPLAY 'ANO LETIVO....................: '
            ACCEPT WS-ANO-FILTRO
       P500-FIM.
      *-----------------------------------------------------------------
      * CARGA HORARIA: CONTA AS LINHAS '- PENDENTE' DA CONFERENCIA
      * (CARGA-HORARIA.TXT) E, DELAS, AS SEM PLANO DE REPOSICAO QUE
      * COBRE A FALTA. ARQUIVO AUSENTE = CONFERENCIA NAO RODADA - O
      * FAROL TAMBEM ACENDE, FECHAR SEM CONFERIR EH O PROBLEMA.
      * POSICOES FIXAS DAS LINHAS DO CARGA-HORARIA: FAIXA NAS COLUNAS
      * 38 E 49 DO CABECALHO; TURMA 7, MATERIA 21, DADAS 33 E
      * ESPERADA 39 NA LINHA DA TURMA/MATERIA.
      *-----------------------------------------------------------------
       P600-CONFERIR-CARGA-HORARIA.
            MOVE 0 TO WS-CARGA-CONFERIDA
            MOVE 0 TO WS-QTD-CARGA-PENDENTE
            MOVE 0 TO WS-QTD-CARGA-SEM-PLANO
            MOVE 'N' TO WS-EOF
            OPEN INPUT CARGA-FILE
            IF FS-CARGA = '00' THEN
                  READ CARGA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P605-LER-LINHA-CARGA
                  END-READ
               END-PERFORM
               CLOSE CARGA-FILE
            MOVE 'N' TO WS-EOF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P605-LER-LINHA-CARGA.
            IF REC-CARGA (1:37) =
               'CUMPRIMENTO DE CARGA HORARIA - FAIXA ' THEN
               MOVE REC-CARGA (38:8) TO WS-FAIXA-DE
               MOVE REC-CARGA (49:8) TO WS-FAIXA-ATE
            END-IF
            IF REC-CARGA (1:5) = 'TURMA' AND
               REC-CARGA (43:11) = ' - PENDENTE' THEN
               ADD 1 TO WS-QTD-CARGA-PENDENTE
               MOVE REC-CARGA (7:5)  TO WS-FALTA-TURMA
               MOVE REC-CARGA (21:5) TO WS-FALTA-MATERIA
               MOVE REC-CARGA (33:2) TO WS-FALTA-DADAS
               MOVE REC-CARGA (39:4) TO WS-FALTA-ESPERADA
               COMPUTE WS-FALTA-DEVIDAS =
                       WS-FALTA-ESPERADA - WS-FALTA-DADAS
               PERFORM P610-CONTAR-REPOSICOES
               IF WS-FALTA-A-DAR < WS-FALTA-DEVIDAS THEN
                  ADD 1 TO WS-QTD-CARGA-SEM-PLANO
               END-IF
            END-IF
            .
       P605-FIM.
      *-----------------------------------------------------------------
      * REPOSICOES VIVAS DA TURMA/MATERIA NA FAIXA DA CONFERENCIA COM
      * DATA DE HOJE EM DIANTE (A MESMA COBERTURA DO PLANO-REPOSICAO).
      * SEM REPOSICOES.TXT, NENHUMA FALTA TEM PLANO.
      *-----------------------------------------------------------------
       P610-CONTAR-REPOSICOES.
            MOVE 0 TO WS-FALTA-A-DAR
            MOVE 'N' TO WS-EOF-REPOSICAO
            SET FORMATO-DDMMAAAA TO TRUE
            OPEN INPUT REPOSICAO-FILE
            IF FS-REPOSICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-REPOSICAO = 'F'
                  READ REPOSICAO-FILE
                       AT END MOVE 'F' TO WS-EOF-REPOSICAO
                       NOT AT END
                           IF RP-PLANEJADA AND
                              RP-CD-TURMA = WS-FALTA-TURMA AND
                              RP-CD-MATERIA = WS-FALTA-MATERIA AND
                              RP-FAIXA-DE = WS-FAIXA-DE AND
                              RP-FAIXA-ATE = WS-FAIXA-ATE THEN
                              MOVE RP-DATA-AULA TO WS-DATA-TRABALHO
                              CALL 'QUEBRAR-DATA'
                                   USING WS-FORMATO-DATA,
                                         WS-DATA-TRABALHO, WS-DIA,
                                         WS-MES, WS-ANO
                              COMPUTE WS-DATA-TRABALHO =
                                      (WS-ANO * 10000) +
                                      (WS-MES * 100) + WS-DIA
                              IF WS-DATA-TRABALHO >= WS-DATA-EMISSAO
                                 THEN
                                 ADD 1 TO WS-FALTA-A-DAR
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE REPOSICAO-FILE
            END-IF
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P900-IMPRIMIR-PAINEL.
            OPEN OUTPUT PAINEL-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-PAINEL FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-PAINEL
            STRING 'PAINEL DE FECHAMENTO - ' WS-BIMESTRE-FILTRO
                   'O BIMESTRE DE ' WS-ANO-FILTRO
                         '(CARGA-HORARIA) - PENDENTE'
                         DELIMITED BY SIZE INTO REC-PAINEL
                  END-STRING
               WHEN WS-QTD-CARGA-SEM-PLANO > 0
                  ADD 1 TO WS-QTD-ITENS-PENDENTES
                  STRING 'CARGA HORARIA: ' WS-QTD-CARGA-SEM-PLANO
                         ' TURMA(S)/MATERIA(S) ABAIXO DA CARGA SEM '
                         'PLANO DE REPOSICAO - PENDENTE'
                         DELIMITED BY SIZE INTO REC-PAINEL
                  END-STRING
               WHEN WS-QTD-CARGA-PENDENTE > 0
                  STRING 'CARGA HORARIA: ' WS-QTD-CARGA-PENDENTE
                         ' TURMA(S)/MATERIA(S) ABAIXO DA CARGA, TODAS '
                         'COM PLANO DE REPOSICAO - OK'
                         DELIMITED BY SIZE INTO REC-PAINEL
                  END-STRING
               WHEN OTHER
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PAINEL-FECHAMENTO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE LENGTH OF REG-PENDENTE TO LY-TAMANHO
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
       END PROGRAM PAINEL-FECHAMENTO.
