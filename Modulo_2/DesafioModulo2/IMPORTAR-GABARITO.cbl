      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DAS FOLHAS DE RESPOSTA DA LEITORA OPTICA:
      *          LE A SAIDA DA LEITORA (LEITORA-GABARITOS.TXT - ALUNO,
      *          PROVA E ALTERNATIVAS MARCADAS, VEJA LEITURA-GABARITO-
      *          RECORD.CPY) E O GABARITO DE CADA PROVA (GABARITOS.TXT,
      *          VEJA GABARITO-RECORD.CPY), CORRIGE CADA FOLHA E LANCA
      *          A NOTA (ACERTOS PROPORCIONAIS A ESCALA DO LANCAMENTO)
      *          NA POSICAO DA AVALIACAO INDICADA NO GABARITO - AS
      *          NOTAS DO ULTIMO LANCAMENTO APROVADO DO ALUNO/MATERIA NO
      *          PERIODO CORRENTE SAO REMONTADAS DO NOTAS-DETALHE.TXT,
      *          A MEDIA EH RECALCULADA PELO CALCULAR-MEDIA E O
      *          RESULTADO VAI PARA PENDENTES.TXT COM NOVO DETALHE
      *          (PD-ORIGEM 'G'), PARA O CAMINHO NORMAL DO APROVAR-
      *          NOTAS, QUE ESTORNA O RESULTADO ANTERIOR. FOLHA SEM
      *          GABARITO, DE ALUNO NAO CADASTRADO OU SEM LANCAMENTO
      *          APROVADO VAI PARA EXCECOES.TXT. EMITE TAMBEM A ANALISE
      *          DE ITENS POR PROVA/TURMA (ANALISE-ITENS.TXT):
      *          PERCENTUAL DE ACERTO POR QUESTAO, ALTERNATIVA ERRADA
      *          MAIS MARCADA E QUESTOES QUE NINGUEM ACERTOU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-GABARITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GABARITO-FILE ASSIGN TO
           '../../GABARITOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GABARITO.

           SELECT LEITURA-FILE ASSIGN TO
           '../../LEITORA-GABARITOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEITURA.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT PENDENTES-FILE ASSIGN TO
           '../../PENDENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDENTES.

           SELECT DETALHE-FILE ASSIGN TO
           '../../NOTAS-DETALHE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETALHE.

           SELECT EXCEPTION-FILE ASSIGN TO
           '../../EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECAO.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../ANALISE-ITENS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GABARITO-FILE.
           COPY GABARITO-RECORD.
       FD LEITURA-FILE.
           COPY LEITURA-GABARITO-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD PENDENTES-FILE.
           COPY PENDENTE-RECORD.
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       FD EXCEPTION-FILE.
           COPY EXCECAO-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-GABARITO                 PIC X(02)       VALUE SPACES.
       77 FS-LEITURA                  PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-PENDENTES                PIC X(02)       VALUE SPACES.
       77 FS-DETALHE                  PIC X(02)       VALUE SPACES.
       77 FS-EXCECAO                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-LEITURA              PIC A(01)       VALUE 'N'.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
      * IMPORTACAO EH DE COORDENADOR PARA CIMA, COMO O IMPORTAR-NOTAS
      * (O RESULTADO AINDA PASSA PELA APROVACAO DO LOTE).
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): FOLHA DE ALUNO DE OUTRA UNIDADE EH REJEITADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
      * PERIODO CORRENTE (VEJA LER-PERIODO): A FOLHA LANCA NO
      * LANCAMENTO DO ALUNO/MATERIA NESTE ANO/BIMESTRE. COM TURMAS
      * SEMESTRAIS (EJA), OS PERIODOS DOS DOIS REGIMES SAO LIDOS NO
      * INICIO E O DO REGIME DA TURMA DE CADA FOLHA VAI PARA
      * REG-PERIODO (VEJA P242), COMO EM IMPORTAR-NOTAS.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       77 WS-RETORNO-PERIODO-SEM      PIC 9(01)       VALUE 0.
       77 WS-REGIME-PERIODO           PIC X(01)       VALUE 'S'.
       77 WS-PERIODO-OK               PIC X(01)       VALUE 'S'.
       77 WS-QTD-REGIMES-ABERTOS      PIC 9(01)       VALUE 0.
       01 WS-PERIODO-BIMESTRAL        PIC X(07)       VALUE SPACES.
       01 WS-PERIODO-SEMESTRAL        PIC X(07)       VALUE SPACES.
      * GABARITOS CARREGADOS EM MEMORIA (UM POR PROVA) - O GABARITO
      * INVALIDO (SEM QUESTOES OU POSICAO DE AVALIACAO FORA DE 1 A 10)
      * EH IGNORADO NA CARGA.
       77 WS-MAX-GABARITOS            PIC 9(03)       VALUE 50.
       77 WS-QTD-GABARITOS            PIC 9(03)       VALUE 0.
       77 WS-IDX-GABARITO             PIC 9(03)       VALUE 0.
       77 WS-POS-GABARITO             PIC 9(03)       VALUE 0.
       77 WS-PROVA-PROCURADA          PIC X(08)       VALUE SPACES.
       01 WS-TABELA-GABARITOS.
           03 WS-GABARITO-ITEM        PIC X(68) OCCURS 50 TIMES.
      * CORRECAO DA FOLHA.
       77 WS-ALUNO-OK                 PIC X(01)       VALUE 'N'.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-IDX-QUESTAO              PIC 9(02)       VALUE 0.
       77 WS-QTD-ACERTOS              PIC 9(02)       VALUE 0.
       77 WS-MOTIVO-REJEICAO          PIC X(40)       VALUE SPACES.
      * ESTATISTICA DE ITENS POR PROVA/TURMA: FOLHAS CORRIGIDAS,
      * ACERTOS POR QUESTAO E QUANTAS VEZES CADA ALTERNATIVA (A A E)
      * FOI MARCADA NA QUESTAO.
       77 WS-MAX-GRUPOS               PIC 9(02)       VALUE 30.
       77 WS-QTD-GRUPOS               PIC 9(02)       VALUE 0.
       77 WS-IDX-GRUPO                PIC 9(02)       VALUE 0.
       77 WS-POS-GRUPO                PIC 9(02)       VALUE 0.
       77 WS-GRUPOS-ESGOTADOS         PIC X(01)       VALUE 'N'.
       01 WS-TABELA-GRUPOS.
           03 WS-GRUPO OCCURS 30 TIMES.
              05 WS-GR-CD-PROVA       PIC X(08).
              05 WS-GR-CD-TURMA       PIC X(05).
              05 WS-GR-QTD-FOLHAS     PIC 9(05).
              05 WS-GR-QUESTAO OCCURS 50 TIMES.
                 07 WS-GR-ACERTOS     PIC 9(05).
                 07 WS-GR-MARCACOES   PIC 9(05) OCCURS 5 TIMES.
       01 WS-LETRAS                   PIC X(05)       VALUE 'ABCDE'.
       01 WS-LETRAS-R REDEFINES WS-LETRAS.
           03 WS-LETRA                PIC X(01) OCCURS 5 TIMES.
       77 WS-IDX-LETRA                PIC 9(01)       VALUE 0.
       77 WS-POS-LETRA                PIC 9(01)       VALUE 0.
      * ANALISE DE ITENS.
       77 WS-PERC-ACERTO              PIC 9(03)V9(01) VALUE 0.
       77 WS-PERC-EDT                 PIC ZZ9.9.
       77 WS-MAIOR-ERRO               PIC 9(05)       VALUE 0.
       77 WS-LETRA-ERRO               PIC X(01)       VALUE SPACE.
       77 WS-QTD-NINGUEM              PIC 9(02)       VALUE 0.
       01 WS-LISTA-NINGUEM            PIC X(100)      VALUE SPACES.
       77 WS-PONTEIRO                 PIC 9(03)       VALUE 1.
      * LANCAMENTO DE ORIGEM: O ULTIMO PENDENTE NAO DEVOLVIDO DO
      * ALUNO/MATERIA/PERIODO (VALE O ULTIMO NA ORDEM DO ARQUIVO).
       01 WS-PENDENTE-ORIGEM          PIC X(235)      VALUE SPACES.
       77 WS-ACHOU-LANCAMENTO         PIC 9(01)       VALUE 0.
       77 WS-QTD-DETALHE              PIC 9(02)       VALUE 0.
       77 WS-IDX-NOTA                 PIC 9(02)       VALUE 0.
       77 WS-IDX-AVALIACAO            PIC 9(02)       VALUE 0.
       77 WS-NOTA-FOLHA               PIC 9(03)V9(01) VALUE 0.
      * MARCA DE AVALIACAO ADAPTADA DE CADA NOTA (ND-ADAPTADA) - FORA
      * DE WS-NOTAS, QUE VAI INTEIRO PARA CALCULAR-MEDIA. AS NOTAS
      * REMONTADAS TRAZEM A MARCA DO DETALHE; A DA FOLHA SAI DO
      * CADASTRO DE AEE (CONSULTAR-AEE).
       01 WS-TABELA-ADAPTADA.
           03 WS-NOTA-ADAPTADA OCCURS 10 TIMES
                                   PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-AEE              PIC 9(01)       VALUE 1.
       77 WS-DATA-HOJE-AEE            PIC 9(08)       VALUE 0.
       77 WS-ESCALA-MAXIMO            PIC 9(03)       VALUE 100.
       77 WS-RETORNO-CALCULO          PIC 9(01)       VALUE 0.
       77 WS-STATUS-ALUNO             PIC A(11)       VALUE SPACES.
       77 WS-CONCEITO-ALUNO           PIC A(01)       VALUE SPACE.
       77 WS-REPROVADO-POR-FALTA      PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-PARTE-DOIS       PIC 9(01)       VALUE 0.
       77 WS-MODO-SILENCIOSO          PIC X(01)       VALUE 'S'.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-DATA-PROCESSAMENTO       PIC 9(08)       VALUE 0.
       77 WS-HORA-PROCESSAMENTO       PIC 9(08)       VALUE 0.
      * CONTADORES DA IMPORTACAO.
       77 WS-QTD-FOLHAS               PIC 9(05)       VALUE 0.
       77 WS-QTD-LANCADAS             PIC 9(05)       VALUE 0.
       77 WS-QTD-REJEITADAS           PIC 9(05)       VALUE 0.
      * TOTAIS DE GRAVACAO (VEJA REGISTRAR-TOTAIS E BALANCO-DIARIO):
      * OS PENDENTES DA LEITORA ENTRAM NA CONTAGEM DO DIA.
       77 WS-PROGRAMA-TOTAL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-TOTAL            PIC X(20)       VALUE SPACES.
       77 WS-QTD-GRAVADOS-TOTAL       PIC 9(07)       VALUE 0.
       77 WS-DATA-TOTAL               PIC 9(08)       VALUE 0.
       77 WS-RETORNO-TOTAIS           PIC 9(01)       VALUE 0.
      * TRAVA - ESTE PROGRAMA ANEXA PENDENTES.TXT E NOTAS-DETALHE.TXT.
       77 WS-FORCAR-TRAVA             PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.

      * GRUPO COMPARTILHADO NO LAYOUT DE PRINCIPAL (CALCULAR-MEDIA E
      * PARTE-DOIS-RESULTADO RECEBEM EXATAMENTE ESTES CAMPOS).
       01 WS-NOTAS.
           03 WS-QTD-NOTAS            PIC 9(02)       VALUE 3.
           03 WS-NOTA OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
                                   PIC 9(03)V9(01) COMP-3 VALUE 0.
           03 WS-PESO OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
                                   PIC 9(01)V9(01) COMP-3 VALUE 1.
           03 WS-RESULTADO        PIC 9(03)V9(01) COMP-3 VALUE 0.
           03 WS-LIMIAR-APROVACAO PIC 9(03)V9(01) COMP-3 VALUE 70.
           03 WS-LIMIAR-RECUPERACAO
                                  PIC 9(03)V9(01) COMP-3 VALUE 50.
           03 WS-APLICAR-RECUPERACAO  PIC X(01)       VALUE 'N'.
           03 WS-NOTA-RECUPERACAO PIC 9(03)V9(01) COMP-3 VALUE 0.
           03 WS-TIPO-AVALIACAO OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
                                   PIC 9(01)       VALUE 1.
           03 WS-NOTA-ISENTA OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
                                   PIC X(01)       VALUE 'N'.
           03 WS-PERC-FREQUENCIA      PIC 9(03)V9(01) VALUE 100.
           03 WS-FREQUENCIA-MINIMA    PIC 9(03)V9(01) VALUE 75.
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
            DISPLAY 'IMPORTACAO DA LEITORA OPTICA (LEITORA-GABARITOS)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY '***********************************************'
               DISPLAY '* IMPORTACAO RESTRITA A COORDENADOR/ADMIN    *'
               DISPLAY '* CADASTRADO (VEJA PROGARQ010)               *'
               DISPLAY '***********************************************'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P020-VALIDAR-PERIODO
            PERFORM P050-CARREGAR-GABARITOS

            OPEN INPUT LEITURA-FILE
            IF FS-LEITURA NOT = '00' THEN
               DISPLAY 'ARQUIVO DA LEITORA (LEITORA-GABARITOS.TXT) '
                       'NAO ENCONTRADO - NADA IMPORTADO'
               STOP RUN
            END-IF

            PERFORM P032-OBTER-TRAVA

            OPEN INPUT STUDENT
            OPEN EXTEND EXCEPTION-FILE
            IF FS-EXCECAO = '35' THEN
               OPEN OUTPUT EXCEPTION-FILE
            END-IF

            MOVE 'N' TO WS-EOF-LEITURA
            PERFORM WITH TEST BEFORE UNTIL WS-EOF-LEITURA = 'F'
               READ LEITURA-FILE
                    AT END MOVE 'F' TO WS-EOF-LEITURA
                    NOT AT END
                        PERFORM P200-PROCESSAR-FOLHA
               END-READ
            END-PERFORM

            CLOSE LEITURA-FILE
            CLOSE STUDENT
            CLOSE EXCEPTION-FILE
            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
            IF WS-PERIODO-BIMESTRAL NOT = SPACES THEN
               MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
            ELSE
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
            END-IF

            IF WS-QTD-LANCADAS > 0 THEN
               MOVE 'IMPORTAR-GABARITO' TO WS-PROGRAMA-TOTAL
               MOVE 'PENDENTES.TXT' TO WS-ARQUIVO-TOTAL
               MOVE WS-QTD-LANCADAS TO WS-QTD-GRAVADOS-TOTAL
               MOVE 0 TO WS-DATA-TOTAL
               CALL 'REGISTRAR-TOTAIS'
                             USING WS-PROGRAMA-TOTAL, WS-ARQUIVO-TOTAL,
                                   WS-QTD-GRAVADOS-TOTAL,
                                   WS-DATA-TOTAL,
                                   WS-RETORNO-TOTAIS
            END-IF

            PERFORM P800-ANALISE-ITENS

            DISPLAY '***********************************************'
            DISPLAY 'FOLHAS LIDAS..................: ' WS-QTD-FOLHAS
            DISPLAY 'NOTAS LANCADAS PARA APROVACAO.: ' WS-QTD-LANCADAS
            DISPLAY 'FOLHAS REJEITADAS (EXCECOES)..: '
                    WS-QTD-REJEITADAS
            DISPLAY 'ANALISE DE ITENS..............: ANALISE-ITENS.TXT'
            IF WS-GRUPOS-ESGOTADOS = 'S' THEN
               DISPLAY 'AVISO: MAIS DE ' WS-MAX-GRUPOS ' PROVAS/TURMAS '
                       '- AS EXCEDENTES FICARAM FORA DA ANALISE'
            END-IF
            DISPLAY '***********************************************'

            STOP RUN.
      *-----------------------------------------------------------------
      * PERIODO CORRENTE CADASTRADO E ABERTO - MESMA REGRA DE
      * IMPORTAR-NOTAS/P020: COM OS DOIS REGIMES, SO EH RECUSADA
      * INTEIRA SE NENHUM ESTIVER ABERTO; A FOLHA DE TURMA COM O REGIME
      * FECHADO VAI PARA EXCECOES.TXT (P242).
      *-----------------------------------------------------------------
       P020-VALIDAR-PERIODO.
            MOVE 0 TO WS-QTD-REGIMES-ABERTOS
            MOVE SPACES TO WS-PERIODO-BIMESTRAL
            MOVE SPACES TO WS-PERIODO-SEMESTRAL

            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            IF WS-RETORNO-LER-PERIODO = 0 THEN
               MOVE REG-PERIODO TO WS-PERIODO-BIMESTRAL
               IF PERIODO-ABERTO THEN
                  ADD 1 TO WS-QTD-REGIMES-ABERTOS
               END-IF
            END-IF

            MOVE 'S' TO WS-REGIME-PERIODO
            CALL 'LER-PERIODO-REGIME'
                          USING WS-REGIME-PERIODO, REG-PERIODO,
                                WS-RETORNO-PERIODO-SEM
            IF WS-RETORNO-PERIODO-SEM = 0 THEN
               MOVE REG-PERIODO TO WS-PERIODO-SEMESTRAL
               IF PERIODO-ABERTO THEN
                  ADD 1 TO WS-QTD-REGIMES-ABERTOS
               END-IF
            END-IF

            IF WS-RETORNO-LER-PERIODO NOT = 0 AND
               WS-RETORNO-PERIODO-SEM NOT = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* PERIODO LETIVO NAO CADASTRADO - RODE O     *'
               DISPLAY '* CONTROLE-PERIODO ANTES DE IMPORTAR NOTAS   *'
               DISPLAY '***********************************************'
               STOP RUN
            END-IF

            IF WS-RETORNO-LER-PERIODO = 0 THEN
               MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
            END-IF

            IF WS-QTD-REGIMES-ABERTOS = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* PERIODO ' PE-ANO-LETIVO '/' PE-BIMESTRE
                       ' FECHADO - IMPORTACAO RECUSADA *'
               DISPLAY '***********************************************'
               STOP RUN
            END-IF

            IF WS-RETORNO-LER-PERIODO = 0 THEN
               DISPLAY 'PERIODO LETIVO CORRENTE: ' PE-ANO-LETIVO
                       '/' PE-BIMESTRE
            END-IF
            IF WS-RETORNO-PERIODO-SEM = 0 THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
               DISPLAY 'PERIODO SEMESTRAL (EJA): ' PE-ANO-LETIVO
                       '/' PE-BIMESTRE
               IF WS-RETORNO-LER-PERIODO = 0 THEN
                  MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
               END-IF
            END-IF
            .
       P020-FIM.
      *-----------------------------------------------------------------
      * PERIODO DO REGIME DA TURMA DA FOLHA (MESMA REGRA DE
      * IMPORTAR-NOTAS/P242): TURMA SEMESTRAL USA O PERIODO SEMESTRAL,
      * AS DEMAIS O BIMESTRAL; AUSENTE OU FECHADO, A FOLHA EH
      * REJEITADA.
      *-----------------------------------------------------------------
       P242-CARREGAR-PERIODO-TURMA.
            MOVE 'S' TO WS-PERIODO-OK
            MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-ALUNO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND
               TU-PERIODO-SEMESTRAL THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
            END-IF
            IF REG-PERIODO = SPACES OR NOT PERIODO-ABERTO THEN
               MOVE 'N' TO WS-PERIODO-OK
            END-IF
            .
       P242-FIM.
      *-----------------------------------------------------------------
      * TRAVA DE GRAVACAO UNICA (MESMO PROTOCOLO DE PRINCIPAL/P030).
      *-----------------------------------------------------------------
       P032-OBTER-TRAVA.
            MOVE 'IMPORTAR-GABARITO' TO TV-PROGRAMA
            MOVE WS-OPERADOR TO TV-OPERADOR
            MOVE 'N' TO WS-FORCAR-TRAVA
            CALL 'OBTER-TRAVA'
                          USING REG-TRAVA, WS-FORCAR-TRAVA,
                                WS-RETORNO-TRAVA

            IF WS-RETORNO-TRAVA = 1 THEN
               DISPLAY '***********************************************'
               DISPLAY '* EXISTE EXECUCAO EM ANDAMENTO:              *'
               DISPLAY '* PROGRAMA ' TV-PROGRAMA
               DISPLAY '* OPERADOR ' TV-OPERADOR
               DISPLAY '* DESDE ' TV-DATA ' ' TV-HORA
               DISPLAY '* TENTE MAIS TARDE                           *'
               DISPLAY '***********************************************'
               DISPLAY 'A TRAVA EH VELHA (EXECUCAO MORTA)? FORCAR '
                       'LIBERACAO (S/N): '
               ACCEPT WS-FORCAR-TRAVA
               IF WS-FORCAR-TRAVA = 'S' THEN
                  MOVE 'IMPORTAR-GABARITO' TO TV-PROGRAMA
                  MOVE WS-OPERADOR TO TV-OPERADOR
                  CALL 'OBTER-TRAVA'
                                USING REG-TRAVA, WS-FORCAR-TRAVA,
                                      WS-RETORNO-TRAVA
               ELSE
                  CLOSE LEITURA-FILE
                  STOP RUN
               END-IF
            END-IF
            .
       P032-FIM.
      *-----------------------------------------------------------------
      * CARGA DOS GABARITOS: SEM NENHUM GABARITO VALIDO NAO HA O QUE
      * CORRIGIR.
      *-----------------------------------------------------------------
       P050-CARREGAR-GABARITOS.
            MOVE 0 TO WS-QTD-GABARITOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT GABARITO-FILE
            IF FS-GABARITO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ GABARITO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P055-GUARDAR-GABARITO
                  END-READ
               END-PERFORM
               CLOSE GABARITO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-QTD-GABARITOS = 0 THEN
               DISPLAY 'NENHUM GABARITO VALIDO EM GABARITOS.TXT - '
                       'NADA IMPORTADO'
               STOP RUN
            END-IF
            DISPLAY 'GABARITOS CARREGADOS..........: '
                    WS-QTD-GABARITOS
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P055-GUARDAR-GABARITO.
            EVALUATE TRUE
               WHEN GB-QTD-QUESTOES IS NOT NUMERIC OR
                    GB-QTD-QUESTOES = 0 OR GB-QTD-QUESTOES > 50
                  DISPLAY 'GABARITO ' GB-CD-PROVA ' COM QUANTIDADE '
                          'DE QUESTOES INVALIDA - IGNORADO'
               WHEN GB-IDX-AVALIACAO IS NOT NUMERIC OR
                    GB-IDX-AVALIACAO = 0 OR GB-IDX-AVALIACAO > 10
                  DISPLAY 'GABARITO ' GB-CD-PROVA ' COM POSICAO DE '
                          'AVALIACAO INVALIDA - IGNORADO'
               WHEN WS-QTD-GABARITOS >= WS-MAX-GABARITOS
                  DISPLAY 'LIMITE DE ' WS-MAX-GABARITOS ' GABARITOS - '
                          GB-CD-PROVA ' IGNORADO'
               WHEN OTHER
                  ADD 1 TO WS-QTD-GABARITOS
                  MOVE REG-GABARITO
                    TO WS-GABARITO-ITEM (WS-QTD-GABARITOS)
            END-EVALUATE
            .
       P055-FIM.
      *-----------------------------------------------------------------
      * LOCALIZA O GABARITO DE WS-PROVA-PROCURADA E O DEIXA EM
      * REG-GABARITO (WS-POS-GABARITO = 0 QUANDO NAO HA).
      *-----------------------------------------------------------------
       P060-LOCALIZAR-GABARITO.
            MOVE 0 TO WS-POS-GABARITO
            PERFORM VARYING WS-IDX-GABARITO FROM 1 BY 1
                    UNTIL WS-IDX-GABARITO > WS-QTD-GABARITOS
                    OR WS-POS-GABARITO > 0
               MOVE WS-GABARITO-ITEM (WS-IDX-GABARITO) TO REG-GABARITO
               IF GB-CD-PROVA = WS-PROVA-PROCURADA THEN
                  MOVE WS-IDX-GABARITO TO WS-POS-GABARITO
               END-IF
            END-PERFORM
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * UMA FOLHA: GABARITO DA PROVA E ALUNO CADASTRADO (A TURMA VEM DO
      * CADASTRO); CORRIGE, SOMA NA ANALISE DE ITENS E LANCA A NOTA.
      *-----------------------------------------------------------------
       P200-PROCESSAR-FOLHA.
            ADD 1 TO WS-QTD-FOLHAS
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE SPACES TO WS-TURMA-ALUNO
            MOVE LG-CD-PROVA TO WS-PROVA-PROCURADA
            PERFORM P060-LOCALIZAR-GABARITO

            MOVE 'N' TO WS-ALUNO-OK
            MOVE LG-CD-STUDENT TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    MOVE 'N' TO WS-ALUNO-OK
                 NOT INVALID KEY
                    MOVE 'S' TO WS-ALUNO-OK
                    MOVE CD-TURMA TO WS-TURMA-ALUNO
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    PERFORM P242-CARREGAR-PERIODO-TURMA
            END-READ

            EVALUATE TRUE
               WHEN WS-POS-GABARITO = 0
                  MOVE 'PROVA SEM GABARITO CADASTRADO'
                    TO WS-MOTIVO-REJEICAO
               WHEN WS-ALUNO-OK = 'N'
                  MOVE 'ALUNO NAO CADASTRADO'
                    TO WS-MOTIVO-REJEICAO
               WHEN WS-RETORNO-UNIDADE NOT = 0
                  MOVE 'ALUNO DE OUTRA UNIDADE ESCOLAR'
                    TO WS-MOTIVO-REJEICAO
               WHEN WS-PERIODO-OK = 'N'
                  MOVE 'PERIODO DO REGIME DA TURMA FECHADO'
                    TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                  PERFORM P300-CORRIGIR-FOLHA
                  PERFORM P400-LANCAR-NOTA
            END-EVALUATE

            IF WS-MOTIVO-REJEICAO NOT = SPACES THEN
               ADD 1 TO WS-QTD-REJEITADAS
               PERFORM P590-GRAVAR-EXCECAO
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * CORRECAO: QUESTAO ANULADA ('X' NO GABARITO) CONTA ACERTO PARA
      * TODOS; EM BRANCO OU MARCACAO DUPLA CONTA ERRO.
      *-----------------------------------------------------------------
       P300-CORRIGIR-FOLHA.
            PERFORM P310-LOCALIZAR-GRUPO
            MOVE 0 TO WS-QTD-ACERTOS
            PERFORM VARYING WS-IDX-QUESTAO FROM 1 BY 1
                    UNTIL WS-IDX-QUESTAO > GB-QTD-QUESTOES
               PERFORM P320-CORRIGIR-QUESTAO
            END-PERFORM
            IF WS-POS-GRUPO > 0 THEN
               ADD 1 TO WS-GR-QTD-FOLHAS (WS-POS-GRUPO)
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * GRUPO DA ANALISE DE ITENS (PROVA + TURMA DO ALUNO), CRIADO NA
      * PRIMEIRA FOLHA; TABELA CHEIA DEIXA A FOLHA FORA DA ANALISE
      * (WS-POS-GRUPO = 0), MAS A NOTA AINDA EH LANCADA.
      *-----------------------------------------------------------------
       P310-LOCALIZAR-GRUPO.
            MOVE 0 TO WS-POS-GRUPO
            PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                    UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS
                    OR WS-POS-GRUPO > 0
               IF WS-GR-CD-PROVA (WS-IDX-GRUPO) = GB-CD-PROVA AND
                  WS-GR-CD-TURMA (WS-IDX-GRUPO) = WS-TURMA-ALUNO THEN
                  MOVE WS-IDX-GRUPO TO WS-POS-GRUPO
               END-IF
            END-PERFORM

            IF WS-POS-GRUPO = 0 THEN
               IF WS-QTD-GRUPOS < WS-MAX-GRUPOS THEN
                  ADD 1 TO WS-QTD-GRUPOS
                  MOVE WS-QTD-GRUPOS TO WS-POS-GRUPO
                  INITIALIZE WS-GRUPO (WS-POS-GRUPO)
                  MOVE GB-CD-PROVA    TO WS-GR-CD-PROVA (WS-POS-GRUPO)
                  MOVE WS-TURMA-ALUNO TO WS-GR-CD-TURMA (WS-POS-GRUPO)
               ELSE
                  MOVE 'S' TO WS-GRUPOS-ESGOTADOS
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-CORRIGIR-QUESTAO.
            IF GB-RESPOSTA (WS-IDX-QUESTAO) = 'X' OR
               LG-RESPOSTA (WS-IDX-QUESTAO) =
                  GB-RESPOSTA (WS-IDX-QUESTAO) THEN
               ADD 1 TO WS-QTD-ACERTOS
               IF WS-POS-GRUPO > 0 THEN
                  ADD 1 TO WS-GR-ACERTOS (WS-POS-GRUPO, WS-IDX-QUESTAO)
               END-IF
            END-IF

            MOVE 0 TO WS-POS-LETRA
            PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
                    UNTIL WS-IDX-LETRA > 5
               IF LG-RESPOSTA (WS-IDX-QUESTAO) =
                  WS-LETRA (WS-IDX-LETRA) THEN
                  MOVE WS-IDX-LETRA TO WS-POS-LETRA
               END-IF
            END-PERFORM
            IF WS-POS-LETRA > 0 AND WS-POS-GRUPO > 0 THEN
               ADD 1 TO WS-GR-MARCACOES (WS-POS-GRUPO, WS-IDX-QUESTAO,
                                         WS-POS-LETRA)
            END-IF
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * LANCAMENTO DA NOTA: SO SOBRE LANCAMENTO APROVADO DO ALUNO/
      * MATERIA NO PERIODO CORRENTE (COM O ORIGINAL AINDA NA FILA, O
      * COORDENADOR APROVA OU DEVOLVE O LOTE PRIMEIRO - MESMA REGRA DO
      * SEGUNDA-CHAMADA/P300). A POSICAO DO GABARITO PODE SER UMA
      * AVALIACAO EXISTENTE OU A PROXIMA DEPOIS DA ULTIMA.
      *-----------------------------------------------------------------
       P400-LANCAR-NOTA.
            PERFORM P410-LOCALIZAR-LANCAMENTO
            IF WS-ACHOU-LANCAMENTO = 1 THEN
               MOVE WS-PENDENTE-ORIGEM TO REG-PENDENTE
            END-IF

            EVALUATE TRUE
               WHEN WS-ACHOU-LANCAMENTO = 0
                  MOVE 'SEM LANCAMENTO DA MATERIA NO PERIODO'
                    TO WS-MOTIVO-REJEICAO
               WHEN PD-PENDENTE
                  MOVE 'LANCAMENTO ANTERIOR AINDA PENDENTE'
                    TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                  PERFORM P420-CARREGAR-NOTAS
            END-EVALUATE

            IF WS-MOTIVO-REJEICAO = SPACES THEN
               MOVE GB-IDX-AVALIACAO TO WS-IDX-AVALIACAO
               EVALUATE TRUE
                  WHEN WS-QTD-DETALHE = 0
                     MOVE 'LANCAMENTO SEM DETALHE DAS NOTAS'
                       TO WS-MOTIVO-REJEICAO
                  WHEN WS-IDX-AVALIACAO > WS-QTD-DETALHE + 1
                     MOVE 'AVALIACAO FORA DA SEQUENCIA DO LANCAMENTO'
                       TO WS-MOTIVO-REJEICAO
                  WHEN OTHER
                     PERFORM P430-RECALCULAR
               END-EVALUATE
            END-IF

            IF WS-MOTIVO-REJEICAO = SPACES THEN
               PERFORM P440-GRAVAR-PENDENTE
               PERFORM P450-GRAVAR-DETALHE
               ADD 1 TO WS-QTD-LANCADAS
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * ULTIMO LANCAMENTO NAO DEVOLVIDO DO ALUNO/MATERIA NO PERIODO
      * CORRENTE EM PENDENTES.TXT (MESMA BUSCA DE SEGUNDA-CHAMADA/P150).
      *-----------------------------------------------------------------
       P410-LOCALIZAR-LANCAMENTO.
            MOVE 0 TO WS-ACHOU-LANCAMENTO
            MOVE SPACES TO WS-PENDENTE-ORIGEM
            MOVE 'N' TO WS-EOF

            OPEN INPUT PENDENTES-FILE
            IF FS-PENDENTES = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PENDENTES-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PD-CD-STUDENT = LG-CD-STUDENT AND
                              PD-CD-MATERIA = GB-CD-MATERIA AND
                              PD-ANO-LETIVO = PE-ANO-LETIVO AND
                              PD-BIMESTRE = PE-BIMESTRE AND
                              NOT PD-DEVOLVIDO THEN
                              MOVE 1 TO WS-ACHOU-LANCAMENTO
                              MOVE REG-PENDENTE TO WS-PENDENTE-ORIGEM
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PENDENTES-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * REMONTA AS NOTAS DO LANCAMENTO PELO CARIMBO DO PENDENTE (MESMA
      * REGRA DE SEGUNDA-CHAMADA/P160: MENOS DE 3 AVALIACOES NO
      * DETALHE EH TRATADO COMO AUSENTE).
      *-----------------------------------------------------------------
       P420-CARREGAR-NOTAS.
            MOVE 0 TO WS-QTD-DETALHE
            MOVE 10 TO WS-QTD-NOTAS
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > 10
               MOVE 0   TO WS-NOTA (WS-IDX-NOTA)
               MOVE 1   TO WS-PESO (WS-IDX-NOTA)
               MOVE 1   TO WS-TIPO-AVALIACAO (WS-IDX-NOTA)
               MOVE 'N' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
               MOVE 'N' TO WS-NOTA-ADAPTADA (WS-IDX-NOTA)
            END-PERFORM

            MOVE 'N' TO WS-EOF
            OPEN INPUT DETALHE-FILE
            IF FS-DETALHE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DETALHE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF ND-CD-STUDENT = PD-CD-STUDENT AND
                              ND-CD-MATERIA = PD-CD-MATERIA AND
                              ND-ANO-LETIVO = PD-ANO-LETIVO AND
                              ND-BIMESTRE = PD-BIMESTRE AND
                              ND-DATA-LANCAMENTO =
                                 PD-DATA-LANCAMENTO AND
                              ND-HORA-LANCAMENTO =
                                 PD-HORA-LANCAMENTO AND
                              ND-IDX-AVALIACAO > 0 AND
                              ND-IDX-AVALIACAO <= 10 THEN
                              PERFORM P425-GUARDAR-NOTA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DETALHE-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-QTD-DETALHE < 3 THEN
               MOVE 0 TO WS-QTD-DETALHE
               MOVE 3 TO WS-QTD-NOTAS
            ELSE
               MOVE WS-QTD-DETALHE TO WS-QTD-NOTAS
            END-IF
            .
       P420-FIM.
      *-----------------------------------------------------------------
       P425-GUARDAR-NOTA.
            MOVE ND-IDX-AVALIACAO TO WS-IDX-NOTA
            MOVE ND-NOTA           TO WS-NOTA (WS-IDX-NOTA)
            MOVE ND-PESO           TO WS-PESO (WS-IDX-NOTA)
            MOVE ND-TIPO-AVALIACAO TO WS-TIPO-AVALIACAO (WS-IDX-NOTA)
            IF ND-ISENTA = 'S' THEN
               MOVE 'S' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
            ELSE
               MOVE 'N' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
            END-IF
            IF ND-ADAPTADA = 'S' THEN
               MOVE 'S' TO WS-NOTA-ADAPTADA (WS-IDX-NOTA)
            ELSE
               MOVE 'N' TO WS-NOTA-ADAPTADA (WS-IDX-NOTA)
            END-IF
            IF WS-IDX-NOTA > WS-QTD-DETALHE THEN
               MOVE WS-IDX-NOTA TO WS-QTD-DETALHE
            END-IF
            .
       P425-FIM.
      *-----------------------------------------------------------------
      * NOTA DA FOLHA = ACERTOS / QUESTOES NA ESCALA DO LANCAMENTO, NA
      * POSICAO DO GABARITO (AVALIACAO NOVA ENTRA DEPOIS DA ULTIMA);
      * MEDIA PELO CALCULAR-MEDIA E STATUS/CONCEITO PELO PARTE-DOIS-
      * RESULTADO COM OS LIMIARES DA TURMA E A FREQUENCIA CARIMBADA NO
      * LANCAMENTO (MESMA REGRA DE SEGUNDA-CHAMADA/P320).
      *-----------------------------------------------------------------
       P430-RECALCULAR.
            IF PD-ESCALA IS NUMERIC AND PD-ESCALA > 0 THEN
               MOVE PD-ESCALA TO WS-ESCALA-MAXIMO
            ELSE
               MOVE 100 TO WS-ESCALA-MAXIMO
            END-IF
            COMPUTE WS-NOTA-FOLHA ROUNDED =
                    WS-QTD-ACERTOS * WS-ESCALA-MAXIMO / GB-QTD-QUESTOES

            IF WS-IDX-AVALIACAO > WS-QTD-NOTAS THEN
               MOVE WS-IDX-AVALIACAO TO WS-QTD-NOTAS
               MOVE 1 TO WS-PESO (WS-IDX-AVALIACAO)
            END-IF
            MOVE WS-NOTA-FOLHA TO WS-NOTA (WS-IDX-AVALIACAO)
            MOVE GB-TIPO-AVALIACAO
              TO WS-TIPO-AVALIACAO (WS-IDX-AVALIACAO)
            MOVE 'N' TO WS-NOTA-ISENTA (WS-IDX-AVALIACAO)
            MOVE 'N' TO WS-APLICAR-RECUPERACAO
            MOVE 0 TO WS-DATA-HOJE-AEE
            CALL 'CONSULTAR-AEE' USING PD-CD-STUDENT, PD-CD-MATERIA,
                          WS-DATA-HOJE-AEE, WS-RETORNO-AEE
            IF WS-RETORNO-AEE = 0 THEN
               MOVE 'S' TO WS-NOTA-ADAPTADA (WS-IDX-AVALIACAO)
            ELSE
               MOVE 'N' TO WS-NOTA-ADAPTADA (WS-IDX-AVALIACAO)
            END-IF

            CALL 'BUSCAR-TURMA'
                          USING PD-CD-TURMA, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND
               TU-LIMIAR-APROVACAO <= WS-ESCALA-MAXIMO THEN
               MOVE TU-LIMIAR-APROVACAO   TO WS-LIMIAR-APROVACAO
               MOVE TU-LIMIAR-RECUPERACAO TO WS-LIMIAR-RECUPERACAO
               MOVE TU-FREQUENCIA-MINIMA  TO WS-FREQUENCIA-MINIMA
            ELSE
               COMPUTE WS-LIMIAR-APROVACAO = WS-ESCALA-MAXIMO * 0.7
               COMPUTE WS-LIMIAR-RECUPERACAO =
                       WS-ESCALA-MAXIMO * 0.5
               MOVE 75 TO WS-FREQUENCIA-MINIMA
            END-IF
            IF PD-PERC-FREQUENCIA IS NUMERIC THEN
               MOVE PD-PERC-FREQUENCIA TO WS-PERC-FREQUENCIA
            ELSE
               MOVE 100 TO WS-PERC-FREQUENCIA
            END-IF

            CALL 'CALCULAR-MEDIA'
                          USING WS-NOTAS, WS-RETORNO-CALCULO
            IF WS-RETORNO-CALCULO NOT = 0 THEN
               MOVE 'NOTAS REJEITADAS NO CALCULO DA MEDIA'
                 TO WS-MOTIVO-REJEICAO
            ELSE
               CALL 'PARTE-DOIS-RESULTADO'
                             USING WS-NOTAS, WS-STATUS-ALUNO,
                                   WS-CONCEITO-ALUNO,
                                   WS-REPROVADO-POR-FALTA,
                                   WS-RETORNO-PARTE-DOIS,
                                   WS-MODO-SILENCIOSO
               ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
               ACCEPT WS-HORA-PROCESSAMENTO FROM TIME
            END-IF
            .
       P430-FIM.
      *-----------------------------------------------------------------
      * NOVO PENDENTE COM OS DADOS DO LANCAMENTO DE ORIGEM E O
      * RESULTADO RECALCULADO, MARCADO COMO LEITORA OPTICA (O
      * APROVAR-NOTAS ESTORNA O REGISTRO VIVO ANTERIOR NA POSTAGEM).
      *-----------------------------------------------------------------
       P440-GRAVAR-PENDENTE.
            OPEN EXTEND PENDENTES-FILE
            IF FS-PENDENTES = '35' THEN
               OPEN OUTPUT PENDENTES-FILE
            END-IF
            MOVE WS-PENDENTE-ORIGEM    TO REG-PENDENTE
            MOVE WS-RESULTADO          TO PD-MEDIA
            MOVE WS-STATUS-ALUNO       TO PD-STATUS
            MOVE WS-CONCEITO-ALUNO     TO PD-CONCEITO
            MOVE SPACES                TO PD-MOTIVO
            IF WS-REPROVADO-POR-FALTA = 'S' THEN
               MOVE 'FREQUENCIA ABAIXO DO MINIMO' TO PD-MOTIVO
            ELSE
               STRING 'PROVA ' GB-CD-PROVA ' - LEITORA OPTICA'
                      DELIMITED BY SIZE INTO PD-MOTIVO
               END-STRING
            END-IF
            MOVE WS-DATA-PROCESSAMENTO TO PD-DATA-LANCAMENTO
            MOVE WS-HORA-PROCESSAMENTO TO PD-HORA-LANCAMENTO
            MOVE WS-OPERADOR           TO PD-OPERADOR
            SET PD-PENDENTE            TO TRUE
            MOVE SPACES                TO PD-MOTIVO-DEVOLUCAO
            MOVE WS-ESCALA-MAXIMO      TO PD-ESCALA
            SET PD-ORIGEM-GABARITO     TO TRUE
            WRITE REG-PENDENTE
            CLOSE PENDENTES-FILE
            .
       P440-FIM.
      *-----------------------------------------------------------------
      * DETALHE DO NOVO LANCAMENTO (MESMO CARIMBO DO PENDENTE), NOTA A
      * NOTA COMO PRINCIPAL/P507.
      *-----------------------------------------------------------------
       P450-GRAVAR-DETALHE.
            OPEN EXTEND DETALHE-FILE
            IF FS-DETALHE = '35' THEN
               OPEN OUTPUT DETALHE-FILE
            END-IF
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > WS-QTD-NOTAS
               MOVE PD-CD-STUDENT      TO ND-CD-STUDENT
               MOVE PD-CD-TURMA        TO ND-CD-TURMA
               MOVE PD-CD-MATERIA      TO ND-CD-MATERIA
               MOVE PD-ANO-LETIVO      TO ND-ANO-LETIVO
               MOVE PD-BIMESTRE        TO ND-BIMESTRE
               MOVE WS-IDX-NOTA        TO ND-IDX-AVALIACAO
               MOVE WS-NOTA (WS-IDX-NOTA) TO ND-NOTA
               MOVE WS-TIPO-AVALIACAO (WS-IDX-NOTA)
                 TO ND-TIPO-AVALIACAO
               MOVE WS-PESO (WS-IDX-NOTA) TO ND-PESO
               MOVE WS-NOTA-ISENTA (WS-IDX-NOTA) TO ND-ISENTA
               MOVE WS-DATA-PROCESSAMENTO TO ND-DATA-LANCAMENTO
               MOVE WS-HORA-PROCESSAMENTO TO ND-HORA-LANCAMENTO
               IF WS-NOTA-ADAPTADA (WS-IDX-NOTA) = 'S' AND
                  ND-ISENTA NOT = 'S' THEN
                  MOVE 'S' TO ND-ADAPTADA
               ELSE
                  MOVE 'N' TO ND-ADAPTADA
               END-IF
               WRITE REG-NOTA-DETALHE
            END-PERFORM
            CLOSE DETALHE-FILE
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * FOLHA REJEITADA VAI PARA EXCECOES.TXT (TRATADA PELA SECRETARIA
      * NO TRATAR-EXCECOES).
      *-----------------------------------------------------------------
       P590-GRAVAR-EXCECAO.
            DISPLAY 'FOLHA REJEITADA - ALUNO ' LG-CD-STUDENT
                    ' PROVA ' LG-CD-PROVA ': ' WS-MOTIVO-REJEICAO
            MOVE SPACES TO REG-EXCECAO
            MOVE LG-CD-STUDENT      TO XC-CD-STUDENT
            IF WS-POS-GABARITO > 0 THEN
               MOVE GB-CD-MATERIA   TO XC-CD-MATERIA
            END-IF
            MOVE WS-TURMA-ALUNO     TO XC-CD-TURMA
            MOVE WS-MOTIVO-REJEICAO TO XC-MOTIVO
            MOVE 'IMPORTAR-GABARITO' TO XC-ORIGEM
            ACCEPT XC-DATA FROM DATE YYYYMMDD
            ACCEPT XC-HORA FROM TIME
            SET XC-ABERTA TO TRUE
            MOVE SPACES TO XC-COD-RESOLUCAO
            MOVE SPACES TO XC-OPERADOR-RESOLVEU
            WRITE REG-EXCECAO
            .
       P590-FIM.
      *-----------------------------------------------------------------
      * ANALISE DE ITENS: UMA SECAO POR PROVA/TURMA COM O PERCENTUAL DE
      * ACERTO DE CADA QUESTAO E A ALTERNATIVA ERRADA MAIS MARCADA, E
      * NO FIM DA SECAO AS QUESTOES QUE NINGUEM ACERTOU (QUESTAO
      * ANULADA NAO ENTRA NA ANALISE).
      *-----------------------------------------------------------------
       P800-ANALISE-ITENS.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'ANALISE DE ITENS - LEITORA OPTICA - PERIODO '
                   PE-ANO-LETIVO '/' PE-BIMESTRE
                   ' - EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            IF WS-QTD-GRUPOS = 0 THEN
               MOVE SPACES TO REC-RELATORIO
               WRITE REC-RELATORIO
               MOVE 'NENHUMA FOLHA CORRIGIDA' TO REC-RELATORIO
               WRITE REC-RELATORIO
            END-IF

            PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                    UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS
               PERFORM P810-ANALISAR-GRUPO
            END-PERFORM
            CLOSE RELATORIO-FILE
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-ANALISAR-GRUPO.
            MOVE WS-GR-CD-PROVA (WS-IDX-GRUPO) TO WS-PROVA-PROCURADA
            PERFORM P060-LOCALIZAR-GABARITO

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'PROVA ' GB-CD-PROVA
                   ' MATERIA ' GB-CD-MATERIA
                   ' TURMA ' WS-GR-CD-TURMA (WS-IDX-GRUPO)
                   ' - FOLHAS CORRIGIDAS: '
                   WS-GR-QTD-FOLHAS (WS-IDX-GRUPO)
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE 'QUESTAO  GABARITO  % ACERTO  ERRO MAIS MARCADO'
              TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE 0 TO WS-QTD-NINGUEM
            MOVE SPACES TO WS-LISTA-NINGUEM
            MOVE 1 TO WS-PONTEIRO
            PERFORM VARYING WS-IDX-QUESTAO FROM 1 BY 1
                    UNTIL WS-IDX-QUESTAO > GB-QTD-QUESTOES
               PERFORM P820-ANALISAR-QUESTAO
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            IF WS-QTD-NINGUEM = 0 THEN
               MOVE 'QUESTOES SEM NENHUM ACERTO: NENHUMA'
                 TO REC-RELATORIO
            ELSE
               STRING 'QUESTOES SEM NENHUM ACERTO: ' WS-LISTA-NINGUEM
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            END-IF
            WRITE REC-RELATORIO
            .
       P810-FIM.
      *-----------------------------------------------------------------
       P820-ANALISAR-QUESTAO.
            MOVE SPACES TO REC-RELATORIO
            IF GB-RESPOSTA (WS-IDX-QUESTAO) = 'X' THEN
               STRING '   ' WS-IDX-QUESTAO '        X       '
                      '  ANULADA'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               COMPUTE WS-PERC-ACERTO ROUNDED =
                       WS-GR-ACERTOS (WS-IDX-GRUPO, WS-IDX-QUESTAO)
                       * 100 / WS-GR-QTD-FOLHAS (WS-IDX-GRUPO)
               MOVE WS-PERC-ACERTO TO WS-PERC-EDT
               PERFORM P830-ERRO-MAIS-MARCADO
               IF WS-GR-ACERTOS (WS-IDX-GRUPO, WS-IDX-QUESTAO) = 0 THEN
                  ADD 1 TO WS-QTD-NINGUEM
                  STRING WS-IDX-QUESTAO ' '
                         DELIMITED BY SIZE INTO WS-LISTA-NINGUEM
                         WITH POINTER WS-PONTEIRO
                  END-STRING
                  STRING '   ' WS-IDX-QUESTAO '        '
                         GB-RESPOSTA (WS-IDX-QUESTAO) '        '
                         WS-PERC-EDT '     ' WS-LETRA-ERRO
                         ' (' WS-MAIOR-ERRO ')'
                         '  *** NINGUEM ACERTOU ***'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               ELSE
                  STRING '   ' WS-IDX-QUESTAO '        '
                         GB-RESPOSTA (WS-IDX-QUESTAO) '        '
                         WS-PERC-EDT '     ' WS-LETRA-ERRO
                         ' (' WS-MAIOR-ERRO ')'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               END-IF
            END-IF
            WRITE REC-RELATORIO
            .
       P820-FIM.
      *-----------------------------------------------------------------
      * ALTERNATIVA ERRADA COM MAIS MARCACOES ('-' QUANDO NINGUEM
      * MARCOU ALTERNATIVA ERRADA - SO ACERTOS, BRANCOS OU DUPLAS).
      *-----------------------------------------------------------------
       P830-ERRO-MAIS-MARCADO.
            MOVE 0 TO WS-MAIOR-ERRO
            MOVE '-' TO WS-LETRA-ERRO
            PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
                    UNTIL WS-IDX-LETRA > 5
               IF WS-LETRA (WS-IDX-LETRA) NOT =
                     GB-RESPOSTA (WS-IDX-QUESTAO) AND
                  WS-GR-MARCACOES (WS-IDX-GRUPO, WS-IDX-QUESTAO,
                                   WS-IDX-LETRA) > WS-MAIOR-ERRO THEN
                  MOVE WS-GR-MARCACOES (WS-IDX-GRUPO, WS-IDX-QUESTAO,
                                        WS-IDX-LETRA)
                    TO WS-MAIOR-ERRO
                  MOVE WS-LETRA (WS-IDX-LETRA) TO WS-LETRA-ERRO
               END-IF
            END-PERFORM
            .
       P830-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'IMPORTAR-GABARITO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
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
       END PROGRAM IMPORTAR-GABARITO.
