      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: PLANILHAS DE NOTAS PRE-PREENCHIDAS PARA O
      *          IMPORTAR-NOTAS: A MAIOR PARTE DAS RECUSAS DA
      *          IMPORTACAO ERA CD-STUDENT OU CODIGO DE MATERIA
      *          DIGITADO ERRADO PELO PROFESSOR NUMA PLANILHA EM
      *          BRANCO. COM O PERIODO ABERTO, PARA CADA TURMA/MATERIA
      *          DE ATRIBUICOES.TXT (UMA VEZ POR PAR, COM O PROFESSOR
      *          EM VIGOR HOJE - BUSCAR-PROFESSOR-TURMA, QUE RESOLVE
      *          TITULAR/SUBSTITUTO), GRAVA NOTAS-IMPORT-<TURMA>-
      *          <MATERIA>.TXT NO FORMATO DO IMPORTAR-NOTAS:
      *          - CABECALHO LOTE,<TURMA-MATERIA-ANO+BIMESTRE>,
      *            <MATERIA>,<TURMA>,<PROFESSOR>,<AAAAMMDD>;
      *          - UMA LINHA POR ALUNO ATIVO DA TURMA: CD-STUDENT,
      *            CD-MATERIA, NOME DA MATERIA, QUANTIDADE DE NOTAS DO
      *            PERFIL DA TURMA (TU-QTD-NOTAS; FORA DE 3 A 10 VALE
      *            4, COMO NO IMPORTADOR), AS COLUNAS DE NOTA EM
      *            BRANCO, A FREQUENCIA EM BRANCO (O IMPORTADOR USA A
      *            APURADA) E, POR ULTIMO, O NOME DO ALUNO - SO PARA O
      *            PROFESSOR LER, O IMPORTADOR PARA NA FREQUENCIA;
      *          - RODAPE FIM,<QTD DE ALUNOS>,0 - A SOMA DAS NOTAS
      *            TEM QUE SER ACERTADA DEPOIS DE DIGITAR AS NOTAS.
      *          O ALUNO SAI PELA TURMA ATUAL DO MESTRE (A MESMA QUE O
      *          IMPORTADOR CONFERE CONTRA O CABECALHO): QUEM MUDOU DE
      *          TURMA NO MEIO DO PERIODO (TRANSFERIR-TURMA) SAI SO NA
      *          PLANILHA DA TURMA NOVA. MATERIA FORA DA GRADE DA
      *          SERIE (ELETIVA) SO LISTA OS ALUNOS MATRICULADOS NELA
      *          NO ANO (CONSULTAR-ELETIVA). TURMA DE REGIME
      *          DESCRITIVO, INATIVA OU FORA DO CADASTRO NAO GERA
      *          PLANILHA (O IMPORTADOR RECUSARIA AS LINHAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-PLANILHAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT ATRIBUICAO-FILE ASSIGN TO
           '../../ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATRIBUICAO.

      * UM ARQUIVO POR TURMA/MATERIA: O NOME EH MONTADO EM
      * WS-NOME-PLANILHA ANTES DE CADA OPEN.
           SELECT PLANILHA-FILE ASSIGN TO DYNAMIC WS-NOME-PLANILHA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANILHA.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD ATRIBUICAO-FILE.
           COPY ATRIBUICAO-RECORD.
       FD PLANILHA-FILE.
       01 REC-PLANILHA             PIC X(200).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-ATRIBUICAO               PIC X(02)       VALUE SPACES.
       77 FS-PLANILHA                 PIC X(02)       VALUE SPACES.
       77 WS-NOME-PLANILHA            PIC X(40)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): TURMA DE OUTRA UNIDADE NAO GERA PLANILHA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
      * PERIODO CORRENTE DOS DOIS REGIMES (LER-PERIODO E
      * LER-PERIODO-REGIME), LIDOS NO INICIO: O DO REGIME DA TURMA DE
      * CADA PLANILHA VAI PARA REG-PERIODO (VEJA P215), COMO EM
      * IMPORTAR-NOTAS.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       77 WS-RETORNO-PERIODO-SEM      PIC 9(01)       VALUE 0.
       77 WS-REGIME-PERIODO           PIC X(01)       VALUE 'S'.
       77 WS-PERIODO-OK               PIC X(01)       VALUE 'S'.
       77 WS-QTD-REGIMES-ABERTOS      PIC 9(01)       VALUE 0.
       01 WS-PERIODO-BIMESTRAL        PIC X(07)       VALUE SPACES.
       01 WS-PERIODO-SEMESTRAL        PIC X(07)       VALUE SPACES.
      * HOJE EM AAAAMMDD (CABECALHO) E EM DDMMAAAA (VIGENCIA DA
      * ATRIBUICAO).
       01 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO             PIC 9(04).
           03 WS-HOJE-MES             PIC 9(02).
           03 WS-HOJE-DIA             PIC 9(02).
       77 WS-HOJE-DDMMAAAA            PIC 9(08)       VALUE 0.
      * ALUNOS ATIVOS DO MESTRE (CARREGADOS UMA VEZ).
       77 WS-QTD-ALUNOS               PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(04)       VALUE 0.
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 3000 TIMES.
              03 WS-AL-CD-STUDENT     PIC 9(05).
              03 WS-AL-NM-STUDENT     PIC X(20).
              03 WS-AL-CD-TURMA       PIC X(05).
      * PARES TURMA/MATERIA JA GERADOS (TITULAR E SUBSTITUTO TEM UM
      * REGISTRO CADA - A PLANILHA SAI UMA VEZ SO).
       77 WS-QTD-PARES                PIC 9(04)       VALUE 0.
       77 WS-IDX-PAR                  PIC 9(04)       VALUE 0.
       77 WS-PAR-JA-GERADO            PIC 9(01)       VALUE 0.
       01 WS-TABELA-PARES.
           02 WS-PAR-ITEM OCCURS 500 TIMES.
              03 WS-PR-CD-TURMA       PIC X(05).
              03 WS-PR-CD-MATERIA     PIC X(05).
      * A PLANILHA EM MONTAGEM.
       77 WS-CD-TURMA                 PIC X(05)       VALUE SPACES.
       77 WS-CD-MATERIA               PIC X(05)       VALUE SPACES.
       77 WS-NOME-MATERIA             PIC A(30)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-MATERIA   PIC 9(01)       VALUE 0.
       77 WS-CD-PROFESSOR             PIC 9(04)       VALUE 0.
       77 WS-NOME-PROFESSOR           PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-PROF      PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
       77 WS-SERIE-TURMA              PIC 9(02)       VALUE 0.
       77 WS-RETORNO-CURRICULO        PIC 9(01)       VALUE 0.
       77 WS-MATERIA-ELETIVA          PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-ELETIVA          PIC 9(01)       VALUE 0.
       77 WS-QTD-NOTAS                PIC 9(02)       VALUE 4.
       77 WS-IDX-NOTA                 PIC 9(02)       VALUE 0.
       77 WS-PTR-LINHA                PIC 9(03)       VALUE 1.
       77 WS-ID-LOTE                  PIC X(20)       VALUE SPACES.
       77 WS-QTD-LINHAS-PLANILHA      PIC 9(05)       VALUE 0.
       77 WS-MOTIVO-SEM-PLANILHA      PIC X(40)       VALUE SPACES.
      * TOTAIS DA EXECUCAO.
       77 WS-QTD-PLANILHAS            PIC 9(04)       VALUE 0.
       77 WS-QTD-SEM-PLANILHA         PIC 9(04)       VALUE 0.
       77 WS-QTD-LINHAS-TOTAL         PIC 9(06)       VALUE 0.
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
            DISPLAY 'PLANILHAS DE NOTAS PRE-PREENCHIDAS '
                    '(IMPORTAR-NOTAS)'
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

            PERFORM P020-LER-PERIODOS

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-DDMMAAAA = (WS-HOJE-DIA * 1000000)
                    + (WS-HOJE-MES * 10000) + WS-HOJE-ANO

            PERFORM P100-CARREGAR-ALUNOS

            MOVE 'N' TO WS-EOF
            OPEN INPUT ATRIBUICAO-FILE
            IF FS-ATRIBUICAO NOT = '00' THEN
               DISPLAY 'ATRIBUICOES.TXT INDISPONIVEL (VEJA PROGARQ004)'
               STOP RUN
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ ATRIBUICAO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        PERFORM P200-TRATAR-ATRIBUICAO
               END-READ
            END-PERFORM
            CLOSE ATRIBUICAO-FILE

            DISPLAY ' '
            IF WS-PERIODO-BIMESTRAL NOT = SPACES THEN
               MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
               DISPLAY 'PERIODO.......................: '
                       PE-ANO-LETIVO '/' PE-BIMESTRE
            END-IF
            IF WS-PERIODO-SEMESTRAL NOT = SPACES THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
               DISPLAY 'PERIODO SEMESTRAL (EJA).......: '
                       PE-ANO-LETIVO '/' PE-BIMESTRE
            END-IF
            DISPLAY 'PLANILHAS GERADAS.............: ' WS-QTD-PLANILHAS
            DISPLAY 'LINHAS DE ALUNO...............: '
                    WS-QTD-LINHAS-TOTAL
            DISPLAY 'TURMA/MATERIA SEM PLANILHA....: '
                    WS-QTD-SEM-PLANILHA
            DISPLAY 'LEMBRETE: DEPOIS DE DIGITAR AS NOTAS, ACERTE A '
                    'SOMA NO RODAPE (FIM,QTD,SOMA)'
            STOP RUN.
      *-----------------------------------------------------------------
      * PERIODOS DOS DOIS REGIMES: SO NAO GERA NADA QUANDO NENHUM DOS
      * DOIS ESTA CADASTRADO E ABERTO; A TURMA DE REGIME COM PERIODO
      * FECHADO FICA SEM PLANILHA (P215).
      *-----------------------------------------------------------------
       P020-LER-PERIODOS.
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

            IF WS-QTD-REGIMES-ABERTOS = 0 THEN
               DISPLAY 'PERIODO LETIVO FECHADO OU NAO CONFIGURADO '
                       '(VEJA CONTROLE-PERIODO) - NADA GERADO'
               STOP RUN
            END-IF
            .
       P020-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-ALUNOS.
            MOVE 0 TO WS-QTD-ALUNOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF ST-ATIVO AND WS-QTD-ALUNOS < 3000 THEN
                           ADD 1 TO WS-QTD-ALUNOS
                           MOVE CD-STUDENT
                             TO WS-AL-CD-STUDENT (WS-QTD-ALUNOS)
                           MOVE NM-STUDENT
                             TO WS-AL-NM-STUDENT (WS-QTD-ALUNOS)
                           MOVE CD-TURMA
                             TO WS-AL-CD-TURMA (WS-QTD-ALUNOS)
                        END-IF
               END-READ
            END-PERFORM
            CLOSE STUDENT
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * UMA PLANILHA POR PAR TURMA/MATERIA, COM O PROFESSOR EM VIGOR
      * HOJE. O QUE NAO PODE GERAR SAI NO CONSOLE COM O MOTIVO.
      *-----------------------------------------------------------------
       P200-TRATAR-ATRIBUICAO.
            MOVE 0 TO WS-PAR-JA-GERADO
            PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                    UNTIL WS-IDX-PAR > WS-QTD-PARES
               IF WS-PR-CD-TURMA (WS-IDX-PAR) = AT-CD-TURMA AND
                  WS-PR-CD-MATERIA (WS-IDX-PAR) = AT-CD-MATERIA THEN
                  MOVE 1 TO WS-PAR-JA-GERADO
               END-IF
            END-PERFORM

            IF WS-PAR-JA-GERADO = 0 AND WS-QTD-PARES < 500 THEN
               ADD 1 TO WS-QTD-PARES
               MOVE AT-CD-TURMA   TO WS-PR-CD-TURMA (WS-QTD-PARES)
               MOVE AT-CD-MATERIA TO WS-PR-CD-MATERIA (WS-QTD-PARES)
               MOVE AT-CD-TURMA   TO WS-CD-TURMA
               MOVE AT-CD-MATERIA TO WS-CD-MATERIA
               PERFORM P210-CONFERIR-PAR
               EVALUATE TRUE
                  WHEN WS-RETORNO-UNIDADE NOT = 0
                     CONTINUE
                  WHEN WS-MOTIVO-SEM-PLANILHA = SPACES
                     PERFORM P300-GERAR-PLANILHA
                  WHEN OTHER
                     ADD 1 TO WS-QTD-SEM-PLANILHA
                     DISPLAY 'SEM PLANILHA ' WS-CD-TURMA '/'
                             WS-CD-MATERIA ': ' WS-MOTIVO-SEM-PLANILHA
               END-EVALUATE
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-CONFERIR-PAR.
            MOVE SPACES TO WS-MOTIVO-SEM-PLANILHA
            CALL 'BUSCAR-TURMA'
                          USING WS-CD-TURMA, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
               MOVE SPACES TO TU-CD-UNIDADE
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          TU-CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            PERFORM P215-CARREGAR-PERIODO-TURMA
            CALL 'BUSCAR-MATERIA'
                          USING WS-CD-MATERIA, WS-NOME-MATERIA,
                                WS-RETORNO-BUSCAR-MATERIA
            CALL 'BUSCAR-PROFESSOR-TURMA'
                          USING WS-CD-TURMA, WS-CD-MATERIA,
                                WS-HOJE-DDMMAAAA,
                                WS-CD-PROFESSOR, WS-NOME-PROFESSOR,
                                WS-RETORNO-BUSCAR-PROF
            EVALUATE TRUE
               WHEN WS-RETORNO-BUSCAR-TURMA NOT = 0
                  MOVE 'TURMA FORA DO CADASTRO'
                    TO WS-MOTIVO-SEM-PLANILHA
               WHEN TU-ATIVO NOT = 'A'
                  MOVE 'TURMA INATIVA' TO WS-MOTIVO-SEM-PLANILHA
               WHEN TU-REGIME-DESCRITIVO
                  MOVE 'TURMA DE REGIME DESCRITIVO (RECEBER-PARECER)'
                    TO WS-MOTIVO-SEM-PLANILHA
               WHEN WS-PERIODO-OK NOT = 'S'
                  MOVE 'PERIODO DO REGIME DA TURMA FECHADO'
                    TO WS-MOTIVO-SEM-PLANILHA
               WHEN WS-RETORNO-BUSCAR-MATERIA NOT = 0
                  MOVE 'MATERIA FORA DO CADASTRO'
                    TO WS-MOTIVO-SEM-PLANILHA
               WHEN WS-RETORNO-BUSCAR-PROF NOT = 0
                  MOVE 'SEM PROFESSOR EM VIGOR HOJE'
                    TO WS-MOTIVO-SEM-PLANILHA
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            IF TU-QTD-NOTAS >= 3 AND TU-QTD-NOTAS <= 10 THEN
               MOVE TU-QTD-NOTAS TO WS-QTD-NOTAS
            ELSE
               MOVE 4 TO WS-QTD-NOTAS
            END-IF

      * MATERIA FORA DA GRADE OBRIGATORIA DA SERIE = ELETIVA (MESMA
      * REGRA DO IMPORTADOR, P245).
            MOVE 'N' TO WS-MATERIA-ELETIVA
            IF WS-MOTIVO-SEM-PLANILHA = SPACES THEN
               MOVE TU-SERIE TO WS-SERIE-TURMA
               CALL 'BUSCAR-CURRICULO'
                             USING WS-SERIE-TURMA, WS-CD-MATERIA,
                                   WS-RETORNO-CURRICULO
               IF WS-RETORNO-CURRICULO = 1 THEN
                  MOVE 'S' TO WS-MATERIA-ELETIVA
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * PERIODO DO REGIME DA TURMA EM REG-TURMA (COMO EM
      * IMPORTAR-NOTAS/P242): TURMA SEMESTRAL USA O PERIODO SEMESTRAL,
      * AS DEMAIS (E A TURMA FORA DO CADASTRO) O BIMESTRAL. PERIODO
      * DO REGIME NAO CADASTRADO OU FECHADO DEIXA WS-PERIODO-OK 'N'.
      *-----------------------------------------------------------------
       P215-CARREGAR-PERIODO-TURMA.
            MOVE 'S' TO WS-PERIODO-OK
            MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND
               TU-PERIODO-SEMESTRAL THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
            END-IF
            IF REG-PERIODO = SPACES OR NOT PERIODO-ABERTO THEN
               MOVE 'N' TO WS-PERIODO-OK
            END-IF
            .
       P215-FIM.
      *-----------------------------------------------------------------
       P300-GERAR-PLANILHA.
            MOVE SPACES TO WS-NOME-PLANILHA
            STRING '../../NOTAS-IMPORT-' DELIMITED BY SIZE
                   WS-CD-TURMA DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
                   WS-CD-MATERIA DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                   INTO WS-NOME-PLANILHA
            END-STRING
            MOVE SPACES TO WS-ID-LOTE
            STRING WS-CD-TURMA DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
                   WS-CD-MATERIA DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
                   PE-ANO-LETIVO PE-BIMESTRE DELIMITED BY SIZE
                   INTO WS-ID-LOTE
            END-STRING

            OPEN OUTPUT PLANILHA-FILE
            MOVE SPACES TO REC-PLANILHA
            STRING 'LOTE,' DELIMITED BY SIZE
                   WS-ID-LOTE DELIMITED BY SPACE
                   ',' DELIMITED BY SIZE
                   WS-CD-MATERIA DELIMITED BY SPACE
                   ',' DELIMITED BY SIZE
                   WS-CD-TURMA DELIMITED BY SPACE
                   ',' WS-CD-PROFESSOR ',' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO REC-PLANILHA
            END-STRING
            WRITE REC-PLANILHA

            MOVE 0 TO WS-QTD-LINHAS-PLANILHA
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
               IF WS-AL-CD-TURMA (WS-IDX-ALUNO) = WS-CD-TURMA THEN
                  IF WS-MATERIA-ELETIVA = 'S' THEN
                     CALL 'CONSULTAR-ELETIVA'
                                   USING WS-AL-CD-STUDENT
                                                     (WS-IDX-ALUNO),
                                         WS-CD-MATERIA,
                                         PE-ANO-LETIVO,
                                         WS-RETORNO-ELETIVA
                  ELSE
                     MOVE 0 TO WS-RETORNO-ELETIVA
                  END-IF
                  IF WS-RETORNO-ELETIVA = 0 THEN
                     PERFORM P310-GRAVAR-LINHA-ALUNO
                  END-IF
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-PLANILHA
            STRING 'FIM,' WS-QTD-LINHAS-PLANILHA ',0'
                   DELIMITED BY SIZE INTO REC-PLANILHA
            END-STRING
            WRITE REC-PLANILHA
            CLOSE PLANILHA-FILE

            ADD 1 TO WS-QTD-PLANILHAS
            ADD WS-QTD-LINHAS-PLANILHA TO WS-QTD-LINHAS-TOTAL
            DISPLAY WS-NOME-PLANILHA (7:34) ' - PROFESSOR '
                    WS-CD-PROFESSOR ' - ALUNOS: '
                    WS-QTD-LINHAS-PLANILHA
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * CD-STUDENT,CD-MATERIA,NOME-MATERIA,QTD-NOTAS, N COLUNAS DE NOTA
      * VAZIAS, FREQUENCIA VAZIA E O NOME DO ALUNO.
      *-----------------------------------------------------------------
       P310-GRAVAR-LINHA-ALUNO.
            ADD 1 TO WS-QTD-LINHAS-PLANILHA
            MOVE SPACES TO REC-PLANILHA
            MOVE 1 TO WS-PTR-LINHA
            STRING WS-AL-CD-STUDENT (WS-IDX-ALUNO) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-CD-MATERIA DELIMITED BY SPACE
                   ',' DELIMITED BY SIZE
                   WS-NOME-MATERIA DELIMITED BY '  '
                   ',' WS-QTD-NOTAS DELIMITED BY SIZE
                   INTO REC-PLANILHA
                   WITH POINTER WS-PTR-LINHA
            END-STRING
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > WS-QTD-NOTAS
               STRING ',' DELIMITED BY SIZE
                      INTO REC-PLANILHA
                      WITH POINTER WS-PTR-LINHA
               END-STRING
            END-PERFORM
            STRING ',,' DELIMITED BY SIZE
                   WS-AL-NM-STUDENT (WS-IDX-ALUNO) DELIMITED BY '  '
                   INTO REC-PLANILHA
                   WITH POINTER WS-PTR-LINHA
            END-STRING
            WRITE REC-PLANILHA
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'GERAR-PLANILHAS' TO LY-PROGRAMA
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
       END PROGRAM GERAR-PLANILHAS.
