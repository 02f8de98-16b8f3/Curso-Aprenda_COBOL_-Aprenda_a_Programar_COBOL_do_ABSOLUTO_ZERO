      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: DIVULGACAO DOS RESULTADOS POR PERIODO (DIVULGACOES.
      *          TXT, VEJA DIVULGACAO-RECORD): A DIRECAO PROGRAMA A
      *          DATA DE DIVULGACAO DO ANO/BIMESTRE - DA ESCOLA
      *          INTEIRA OU DE UMA TURMA SO - E LIBERA O RESULTADO
      *          EXPLICITAMENTE DEPOIS DO CONSELHO. ATE A LIBERACAO
      *          (E A DATA ALCANCADA) IMPRIMIR-BOLETINS, BOLETIM-
      *          CONSOLIDADO, SEGUNDA-VIA, GERAR-CARTAS E EXPORTAR-
      *          RESULTADO NAO PRODUZEM DOCUMENTO PARA A FAMILIA DO
      *          PERIODO (SO A PREVIA INTERNA, MARCADA). RESTRITO A
      *          COORDENADOR/ADMIN; TODA DATA PROGRAMADA E TODA
      *          LIBERACAO VAI PARA DIVULGACOES-LOG.TXT COM O
      *          OPERADOR. PERIODO LIBERADO NAO VOLTA ATRAS: O
      *          DOCUMENTO JA PODE TER IDO PARA CASA. CADA REGIME DE
      *          PERIODOS (BIMESTRAL / SEMESTRAL - EJA) TEM O PROPRIO
      *          REGISTRO: O DA TURMA SAI DO CADASTRO DE TURMAS; O DA
      *          ESCOLA INTEIRA EH PERGUNTADO. OPERADOR RESTRITO A UMA
      *          UNIDADE ESCOLAR SO DIVULGA TURMA DA PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVULGAR-RESULTADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVULGACAO-FILE ASSIGN TO
           '../../DIVULGACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIVULGACAO.

           SELECT DIVULGACAO-LOG-FILE ASSIGN TO
           '../../DIVULGACOES-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIVULGACAO-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD DIVULGACAO-FILE.
           COPY DIVULGACAO-RECORD.
       FD DIVULGACAO-LOG-FILE.
           COPY DIVULGACAO-LOG-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-DIVULGACAO               PIC X(02)       VALUE SPACES.
       77 FS-DIVULGACAO-LOG           PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): A
      * DIVULGACAO DA ESCOLA INTEIRA VALE PARA A REDE TODA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HORA-AGORA               PIC 9(08)       VALUE 0.
       77 WS-ANO-DIGITADO             PIC 9(04)       VALUE 0.
       77 WS-BIMESTRE-DIGITADO        PIC 9(01)       VALUE 0.
       77 WS-TURMA-DIGITADA           PIC X(05)       VALUE SPACES.
      * REGIME DE PERIODOS: 'B' BIMESTRAL OU 'S' SEMESTRAL (EJA).
       77 WS-REGIME-DIGITADO          PIC X(01)       VALUE 'B'.
       77 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-DATA-DIVULGACAO          PIC 9(08)       VALUE 0.
       77 WS-PERIODO-OK               PIC X(01)       VALUE 'N'.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
           COPY FORMATOS-DATA.
      * CONTROLE INTEIRO EM MEMORIA: ALTERADO NA TABELA E REGRAVADO
      * POR INTEIRO A CADA OPERACAO (POUCOS REGISTROS POR ANO).
       77 WS-QTD-DIVULGACOES          PIC 9(03)       VALUE 0.
       77 WS-MAX-DIVULGACOES          PIC 9(03)       VALUE 500.
       77 WS-IDX-DIV                  PIC 9(03)       VALUE 0.
       77 WS-POS-DIV                  PIC 9(03)       VALUE 0.
       01 WS-TABELA-DIVULGACOES.
           02 WS-TAB-REG-DIVULGACAO   PIC X(56) OCCURS 500 TIMES.
       77 WS-DESC-SITUACAO            PIC X(30)       VALUE SPACES.
       77 WS-DESC-TURMA               PIC X(12)       VALUE SPACES.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'DIVULGACAO DE RESULTADOS'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY 'DIVULGACAO RESTRITA A COORDENADOR/ADMIN '
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                          WS-UNIDADE-FILTRO, WS-RETORNO-SELECIONAR

            PERFORM P050-LER-CONTROLE
            IF WS-QTD-DIVULGACOES NOT < WS-MAX-DIVULGACOES THEN
               DISPLAY 'DIVULGACOES.TXT MAIOR QUE A TABELA '
                       '(500) - NADA ALTERADO'
               STOP RUN
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-CONSULTAR
                  WHEN 2
                     PERFORM P300-PROGRAMAR-DATA
                  WHEN 3
                     PERFORM P400-LIBERAR-RESULTADO
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            STOP RUN.
      *-----------------------------------------------------------------
       P050-LER-CONTROLE.
            MOVE 0 TO WS-QTD-DIVULGACOES
            MOVE 'N' TO WS-EOF
            OPEN INPUT DIVULGACAO-FILE
            IF FS-DIVULGACAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DIVULGACAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-DIVULGACOES < WS-MAX-DIVULGACOES
                              THEN
                              ADD 1 TO WS-QTD-DIVULGACOES
                              MOVE REG-DIVULGACAO TO
                                WS-TAB-REG-DIVULGACAO
                                (WS-QTD-DIVULGACOES)
                           ELSE
                              MOVE 'F' TO WS-EOF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DIVULGACAO-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** DIVULGACAO DE RESULTADOS ***'
            DISPLAY '1 - CONSULTAR DIVULGACOES'
            DISPLAY '2 - PROGRAMAR DATA DE DIVULGACAO'
            DISPLAY '3 - LIBERAR RESULTADO DO PERIODO'
            DISPLAY '9 - SAIR'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PERIODO DA OPERACAO: ANO, BIMESTRE (SEMESTRE NA EJA) E TURMA
      * (EM BRANCO = ESCOLA INTEIRA). O REGIME DE PERIODOS EH O DA
      * TURMA; PARA A ESCOLA INTEIRA EH PERGUNTADO - E SO O OPERADOR
      * DA REDE (SEM UNIDADE ESCOLHIDA) DIVULGA A ESCOLA INTEIRA.
      * WS-POS-DIV VOLTA COM A POSICAO DO REGISTRO NA TABELA (ZERO =
      * AINDA NAO EXISTE).
      *-----------------------------------------------------------------
       P150-PEDIR-PERIODO.
            MOVE 'N' TO WS-PERIODO-OK
            MOVE 0 TO WS-POS-DIV
            DISPLAY 'ANO LETIVO (AAAA)............: '
            ACCEPT WS-ANO-DIGITADO
            DISPLAY 'BIMESTRE (1 A 4; EJA = SEMESTRE): '
            ACCEPT WS-BIMESTRE-DIGITADO
            DISPLAY 'TURMA (EM BRANCO = ESCOLA TODA): '
            MOVE SPACES TO WS-TURMA-DIGITADA
            ACCEPT WS-TURMA-DIGITADA
            PERFORM P160-REGIME-E-UNIDADE

            EVALUATE TRUE
               WHEN WS-ANO-DIGITADO IS NOT NUMERIC OR
                    WS-ANO-DIGITADO < 2000 OR
                    WS-BIMESTRE-DIGITADO IS NOT NUMERIC OR
                    WS-BIMESTRE-DIGITADO < 1 OR
                    WS-BIMESTRE-DIGITADO > 4
                  DISPLAY 'ANO/BIMESTRE INVALIDOS - NADA ALTERADO'
               WHEN WS-REGIME-DIGITADO NOT = 'B' AND
                    WS-REGIME-DIGITADO NOT = 'S'
                  DISPLAY 'REGIME INVALIDO (B OU S) - NADA ALTERADO'
               WHEN WS-REGIME-DIGITADO = 'S' AND
                    WS-BIMESTRE-DIGITADO > 2
                  DISPLAY 'SEMESTRE INVALIDO (1 OU 2) - NADA ALTERADO'
               WHEN WS-RETORNO-UNIDADE NOT = 0 AND
                    WS-TURMA-DIGITADA = SPACES
                  DISPLAY 'ESCOLA INTEIRA SO PELO OPERADOR DA REDE '
                          '(TODAS AS UNIDADES) - NADA ALTERADO'
               WHEN WS-RETORNO-UNIDADE NOT = 0
                  DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - NADA '
                          'ALTERADO'
               WHEN OTHER
                  MOVE 'S' TO WS-PERIODO-OK
                  PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                          UNTIL WS-IDX-DIV > WS-QTD-DIVULGACOES
                          OR WS-POS-DIV > 0
                     MOVE WS-TAB-REG-DIVULGACAO (WS-IDX-DIV)
                       TO REG-DIVULGACAO
                     IF DV-ANO-LETIVO = WS-ANO-DIGITADO AND
                        DV-BIMESTRE = WS-BIMESTRE-DIGITADO AND
                        DV-CD-TURMA = WS-TURMA-DIGITADA AND
                        ((WS-REGIME-DIGITADO = 'S' AND
                          DV-REGIME-SEMESTRAL) OR
                         (WS-REGIME-DIGITADO = 'B' AND
                          DV-REGIME-BIMESTRAL)) THEN
                        MOVE WS-IDX-DIV TO WS-POS-DIV
                     END-IF
                  END-PERFORM
                  MOVE WS-TURMA-DIGITADA  TO DV-CD-TURMA
                  MOVE WS-REGIME-DIGITADO TO DV-REGIME
                  PERFORM P170-DESCREVER-TURMA
                  IF WS-POS-DIV = 0 AND
                     WS-QTD-DIVULGACOES NOT < WS-MAX-DIVULGACOES THEN
                     DISPLAY 'TABELA DE DIVULGACOES CHEIA (500) - '
                             'NADA ALTERADO'
                     MOVE 'N' TO WS-PERIODO-OK
                  END-IF
            END-EVALUATE
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * TURMA INFORMADA: REGIME DE PERIODOS E UNIDADE ESCOLAR DO
      * CADASTRO DE TURMAS (TURMA FORA DO CADASTRO = BIMESTRAL, DA
      * UNIDADE PRINCIPAL). ESCOLA INTEIRA: REGIME PERGUNTADO E SO
      * SEM UNIDADE ESCOLHIDA (OPERADOR DA REDE).
      *-----------------------------------------------------------------
       P160-REGIME-E-UNIDADE.
            MOVE 'B' TO WS-REGIME-DIGITADO
            MOVE 0 TO WS-RETORNO-UNIDADE
            IF WS-TURMA-DIGITADA NOT = SPACES THEN
               CALL 'BUSCAR-TURMA' USING WS-TURMA-DIGITADA, REG-TURMA,
                                         WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
                  MOVE SPACES TO TU-CD-UNIDADE
               ELSE
                  IF TU-PERIODO-SEMESTRAL THEN
                     MOVE 'S' TO WS-REGIME-DIGITADO
                  END-IF
               END-IF
               CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                  TU-CD-UNIDADE, WS-RETORNO-UNIDADE
            ELSE
               IF WS-UNIDADE-FILTRO NOT = SPACES THEN
                  MOVE 1 TO WS-RETORNO-UNIDADE
               ELSE
                  DISPLAY 'REGIME (B = BIMESTRAL; S = SEMESTRAL/EJA): '
                  MOVE SPACE TO WS-REGIME-DIGITADO
                  ACCEPT WS-REGIME-DIGITADO
                  IF WS-REGIME-DIGITADO = SPACE THEN
                     MOVE 'B' TO WS-REGIME-DIGITADO
                  END-IF
               END-IF
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * DESCRICAO DA TURMA DO REGISTRO EM REG-DIVULGACAO PARA A TELA.
      *-----------------------------------------------------------------
       P170-DESCREVER-TURMA.
            EVALUATE TRUE
               WHEN DV-CD-TURMA NOT = SPACES
                  MOVE DV-CD-TURMA TO WS-DESC-TURMA
               WHEN DV-REGIME-SEMESTRAL
                  MOVE 'ESCOLA (EJA)' TO WS-DESC-TURMA
               WHEN OTHER
                  MOVE 'ESCOLA' TO WS-DESC-TURMA
            END-EVALUATE
            .
       P170-FIM.
      *-----------------------------------------------------------------
       P200-CONSULTAR.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            IF WS-QTD-DIVULGACOES = 0 THEN
               DISPLAY 'NENHUMA DIVULGACAO PROGRAMADA AINDA'
            END-IF
            PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                    UNTIL WS-IDX-DIV > WS-QTD-DIVULGACOES
               MOVE WS-TAB-REG-DIVULGACAO (WS-IDX-DIV)
                 TO REG-DIVULGACAO
               MOVE 0 TO WS-RETORNO-UNIDADE
               IF DV-CD-TURMA NOT = SPACES THEN
                  CALL 'BUSCAR-TURMA' USING DV-CD-TURMA, REG-TURMA,
                                            WS-RETORNO-BUSCAR-TURMA
                  IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
                     MOVE SPACES TO TU-CD-UNIDADE
                  END-IF
                  CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                  TU-CD-UNIDADE, WS-RETORNO-UNIDADE
               END-IF
               IF WS-RETORNO-UNIDADE = 0 THEN
                  PERFORM P210-LISTAR-DIVULGACAO
               END-IF
            END-PERFORM
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * UMA LINHA DA CONSULTA (REGISTRO EM REG-DIVULGACAO); A TURMA DE
      * OUTRA UNIDADE ESCOLAR NAO APARECE.
      *-----------------------------------------------------------------
       P210-LISTAR-DIVULGACAO.
            PERFORM P170-DESCREVER-TURMA
            EVALUATE TRUE
               WHEN DV-LIBERADA AND
                    DV-DATA-DIVULGACAO NOT > WS-DATA-HOJE
                  MOVE 'DIVULGADO' TO WS-DESC-SITUACAO
               WHEN DV-LIBERADA
                  MOVE 'LIBERADO - AGUARDA A DATA'
                    TO WS-DESC-SITUACAO
               WHEN OTHER
                  MOVE 'PROGRAMADO - AGUARDA LIBERACAO'
                    TO WS-DESC-SITUACAO
            END-EVALUATE
            DISPLAY DV-ANO-LETIVO '/' DV-BIMESTRE ' ' WS-DESC-TURMA
                    ' DATA ' DV-DATA-DIVULGACAO ' '
                    WS-DESC-SITUACAO
            IF DV-LIBERADA THEN
               DISPLAY '       LIBERADO POR ' DV-OPERADOR-LIBEROU
                       ' EM ' DV-DATA-LIBERACAO
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * DATA DE DIVULGACAO (DDMMAAAA, VALIDADA POR QUEBRAR-DATA +
      * VALIDAR-DATA): CRIA O REGISTRO OU REMARCA A DATA ENQUANTO O
      * PERIODO NAO FOI LIBERADO.
      *-----------------------------------------------------------------
       P300-PROGRAMAR-DATA.
            PERFORM P150-PEDIR-PERIODO
            IF WS-PERIODO-OK = 'S' THEN
               IF WS-POS-DIV > 0 THEN
                  MOVE WS-TAB-REG-DIVULGACAO (WS-POS-DIV)
                    TO REG-DIVULGACAO
               END-IF
               IF WS-POS-DIV > 0 AND DV-LIBERADA THEN
                  DISPLAY 'PERIODO ' WS-ANO-DIGITADO '/'
                          WS-BIMESTRE-DIGITADO ' ' WS-DESC-TURMA
                          ' JA LIBERADO - DATA NAO PODE MAIS MUDAR'
               ELSE
                  PERFORM P310-PEDIR-DATA
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-PEDIR-DATA.
            DISPLAY 'DATA DE DIVULGACAO (DDMMAAAA).: '
            ACCEPT WS-DATA-DIGITADA
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-DIGITADA, WS-DIA, WS-MES, WS-ANO
            CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                                      WS-DATA-VALIDA
            IF WS-DATA-VALIDA NOT = 1 THEN
               DISPLAY 'DATA INVALIDA - NADA ALTERADO'
            ELSE
               COMPUTE WS-DATA-DIVULGACAO =
                       WS-ANO * 10000 + WS-MES * 100 + WS-DIA
               IF WS-POS-DIV = 0 THEN
                  ADD 1 TO WS-QTD-DIVULGACOES
                  MOVE WS-QTD-DIVULGACOES TO WS-POS-DIV
                  INITIALIZE REG-DIVULGACAO
                  MOVE WS-ANO-DIGITADO      TO DV-ANO-LETIVO
                  MOVE WS-BIMESTRE-DIGITADO TO DV-BIMESTRE
                  MOVE WS-TURMA-DIGITADA    TO DV-CD-TURMA
                  MOVE WS-REGIME-DIGITADO   TO DV-REGIME
               END-IF
               MOVE WS-DATA-DIVULGACAO TO DV-DATA-DIVULGACAO
               SET DV-PROGRAMADA       TO TRUE
               MOVE WS-OPERADOR        TO DV-OPERADOR-PROGRAMOU
               MOVE REG-DIVULGACAO
                 TO WS-TAB-REG-DIVULGACAO (WS-POS-DIV)
               PERFORM P900-REGRAVAR-CONTROLE

               MOVE 'D' TO DL-EVENTO
               PERFORM P800-REGISTRAR-LOG
               DISPLAY 'DIVULGACAO DE ' WS-ANO-DIGITADO '/'
                       WS-BIMESTRE-DIGITADO ' ' WS-DESC-TURMA
                       ' PROGRAMADA PARA ' WS-DATA-DIGITADA
                       ' - AGUARDA LIBERACAO'
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * LIBERACAO EXPLICITA: SEM DATA PROGRAMADA O RESULTADO SAI HOJE;
      * COM DATA FUTURA, SO A PARTIR DELA.
      *-----------------------------------------------------------------
       P400-LIBERAR-RESULTADO.
            PERFORM P150-PEDIR-PERIODO
            IF WS-PERIODO-OK = 'S' THEN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               IF WS-POS-DIV > 0 THEN
                  MOVE WS-TAB-REG-DIVULGACAO (WS-POS-DIV)
                    TO REG-DIVULGACAO
               ELSE
                  ADD 1 TO WS-QTD-DIVULGACOES
                  MOVE WS-QTD-DIVULGACOES TO WS-POS-DIV
                  INITIALIZE REG-DIVULGACAO
                  MOVE WS-ANO-DIGITADO      TO DV-ANO-LETIVO
                  MOVE WS-BIMESTRE-DIGITADO TO DV-BIMESTRE
                  MOVE WS-TURMA-DIGITADA    TO DV-CD-TURMA
                  MOVE WS-REGIME-DIGITADO   TO DV-REGIME
                  MOVE WS-DATA-HOJE         TO DV-DATA-DIVULGACAO
                  MOVE WS-OPERADOR          TO DV-OPERADOR-PROGRAMOU
               END-IF

               IF DV-LIBERADA THEN
                  DISPLAY 'PERIODO ' WS-ANO-DIGITADO '/'
                          WS-BIMESTRE-DIGITADO ' ' WS-DESC-TURMA
                          ' JA ESTAVA LIBERADO'
               ELSE
                  SET DV-LIBERADA      TO TRUE
                  MOVE WS-OPERADOR     TO DV-OPERADOR-LIBEROU
                  MOVE WS-DATA-HOJE    TO DV-DATA-LIBERACAO
                  MOVE WS-HORA-AGORA   TO DV-HORA-LIBERACAO
                  MOVE DV-DATA-DIVULGACAO TO WS-DATA-DIVULGACAO
                  MOVE REG-DIVULGACAO
                    TO WS-TAB-REG-DIVULGACAO (WS-POS-DIV)
                  PERFORM P900-REGRAVAR-CONTROLE

                  MOVE 'L' TO DL-EVENTO
                  PERFORM P800-REGISTRAR-LOG
                  IF WS-DATA-DIVULGACAO > WS-DATA-HOJE THEN
                     DISPLAY 'RESULTADO ' WS-ANO-DIGITADO '/'
                             WS-BIMESTRE-DIGITADO ' ' WS-DESC-TURMA
                             ' LIBERADO - SAI A PARTIR DE '
                             WS-DATA-DIVULGACAO
                  ELSE
                     DISPLAY 'RESULTADO ' WS-ANO-DIGITADO '/'
                             WS-BIMESTRE-DIGITADO ' ' WS-DESC-TURMA
                             ' LIBERADO - DIVULGADO A PARTIR DE HOJE'
                  END-IF
               END-IF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LOG DA DIVULGACAO: O EVENTO ('D' OU 'L') VEM EM DL-EVENTO.
      *-----------------------------------------------------------------
       P800-REGISTRAR-LOG.
            ACCEPT DL-DATA FROM DATE YYYYMMDD
            ACCEPT DL-HORA FROM TIME
            MOVE WS-OPERADOR           TO DL-OPERADOR
            MOVE 'DIVULGAR-RESULTADOS' TO DL-PROGRAMA
            MOVE WS-ANO-DIGITADO       TO DL-ANO-LETIVO
            MOVE WS-BIMESTRE-DIGITADO  TO DL-BIMESTRE
            MOVE WS-TURMA-DIGITADA     TO DL-CD-TURMA
            MOVE WS-REGIME-DIGITADO    TO DL-REGIME
            MOVE WS-DATA-DIVULGACAO    TO DL-DATA-DIVULGACAO
            MOVE 0                     TO DL-QTD-DOCUMENTOS
            OPEN EXTEND DIVULGACAO-LOG-FILE
            IF FS-DIVULGACAO-LOG = '35' THEN
               OPEN OUTPUT DIVULGACAO-LOG-FILE
            END-IF
            WRITE REG-DIVULGACAO-LOG
            CLOSE DIVULGACAO-LOG-FILE
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CONTROLE.
            OPEN OUTPUT DIVULGACAO-FILE
            PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                    UNTIL WS-IDX-DIV > WS-QTD-DIVULGACOES
               MOVE WS-TAB-REG-DIVULGACAO (WS-IDX-DIV)
                 TO REG-DIVULGACAO
               WRITE REG-DIVULGACAO
            END-PERFORM
            CLOSE DIVULGACAO-FILE
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
       END PROGRAM DIVULGAR-RESULTADOS.
