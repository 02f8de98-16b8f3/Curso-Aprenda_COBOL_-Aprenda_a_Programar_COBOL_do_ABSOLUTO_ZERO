      *          DATA DE EMISSAO ENTRA NA CONTA). CADA REEMISSAO
      *          FICA EM REEMISSOES.TXT COM SOLICITANTE, OPERADOR,
      *          DATA E O NUMERO DA VIA (VEJA REEMISSAO-RECORD.CPY).
      *          BOLETIM DE PERIODO AINDA NAO DIVULGADO PELA DIRECAO
      *          (VEJA DIVULGAR-RESULTADOS) NAO EH REEMITIDO: A RECUSA
      *          VAI PARA O LOG DA DIVULGACAO COM O OPERADOR. O
      *          COORDENADOR/ADMIN PODE TIRAR UMA PREVIA INTERNA,
      *          MARCADA, QUE NAO CONTA COMO VIA. OPERADOR RESTRITO A
      *          UMA UNIDADE ESCOLAR SO REEMITE BOLETIM DE TURMA DA
      *          PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VIA-FILE ASSIGN TO
           '../../SEGUNDA-VIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

      * HISTORICO DE NOTAS: DE ONDE SAI O ANO/BIMESTRE DO BOLETIM
      * (O BOLETINS.TXT NAO GUARDA O PERIODO) PARA A DIVULGACAO.
           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD REPORT-CARD.
           COPY REEMISSAO-RECORD.
       FD VIA-FILE.
       01 REC-VIA                  PIC X(132).
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-BOLETIM                  PIC X(02)       VALUE SPACES.
       77 FS-REEMISSAO                PIC X(02)       VALUE SPACES.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE),
      * CONFERIDA PELA TURMA DO BOLETIM (A ULTIMA TURMA BUSCADA FICA
      * GUARDADA).
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-CD-STUDENT-ALVO          PIC 9(05)       VALUE 0.
       77 WS-MATERIA-ALVO             PIC X(05)       VALUE SPACES.
       77 WS-SOLICITANTE              PIC X(30)       VALUE SPACES.
      * NUMERO DA VIA: 1 REEMISSAO ANTERIOR = ESTA EH A VIA 2 + 1...
       77 WS-QTD-ANTERIORES           PIC 9(04)       VALUE 0.
       77 WS-NUMERO-VIA               PIC 9(04)       VALUE 0.
      * DIVULGACAO DO RESULTADO (VEJA CONFERIR-DIVULGACAO): PERIODO
      * NAO DIVULGADO RECUSA A VIA; PREVIA INTERNA SO PARA
      * COORDENADOR/ADMIN.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 WS-ACHOU-PERIODO            PIC 9(01)       VALUE 0.
       77 WS-RESPOSTA-PREVIA          PIC X(01)       VALUE 'N'.
           COPY CAMPOS-DIVULGACAO.
       77 WS-RETORNO-DIVULGACAO       PIC 9(01)       VALUE 0.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA BUSCAR-HIST).
           COPY BUSCA-HIST-CAMPOS.
       77 WS-RETORNO-BUSCAR-HIST      PIC 9(01)       VALUE 0.
      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
           COPY AUTENTICACAO-CAMPOS.
       77 WS-RETORNO-AUTENTICACAO     PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P001-CONFERIR-LAYOUTS
            DISPLAY 'SEGUNDA VIA DE BOLETIM'
            ACCEPT WS-DATA-REEMISSAO FROM DATE YYYYMMDD

                       'REEMISSAO RECUSADA'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                          WS-UNIDADE-FILTRO, WS-RETORNO-SELECIONAR

            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-STUDENT-ALVO
               STOP RUN
            END-IF

            PERFORM P150-CONFERIR-DIVULGACAO
            IF DG-EMBARGADO THEN
               PERFORM P160-RECUSAR-OU-PREVIA
               STOP RUN
            END-IF

            PERFORM P200-CONTAR-VIAS
            PERFORM P300-EMITIR-VIA
            PERFORM P400-REGISTRAR-REEMISSAO
                    NOT AT END
                        IF BO-CD-STUDENT = WS-CD-STUDENT-ALVO AND
                           BO-CD-MATERIA = WS-MATERIA-ALVO THEN
                           PERFORM P060-CONFERIR-UNIDADE
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              MOVE 1 TO WS-ACHOU
                              DISPLAY '  ' BO-DATA-PROCESSAMENTO ' '
                                      BO-MEDIA ' ' BO-STATUS ' '
                                      BO-MOTIVO
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA DO BOLETIM LIDO CONTRA A DO OPERADOR
      * (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL): BOLETIM DE OUTRA
      * UNIDADE NEM APARECE.
      *-----------------------------------------------------------------
       P060-CONFERIR-UNIDADE.
            IF BO-CD-TURMA NOT = WS-TURMA-UNIDADE OR
               WS-UNIDADE-TURMA = SPACES THEN
               MOVE BO-CD-TURMA TO WS-TURMA-UNIDADE
               MOVE SPACES TO WS-UNIDADE-TURMA
               CALL 'BUSCAR-TURMA' USING WS-TURMA-UNIDADE, REG-TURMA,
                                         WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
               END-IF
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                          WS-UNIDADE-TURMA, WS-RETORNO-UNIDADE
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * LOCALIZA O BOLETIM DO PAR NO CARIMBO PEDIDO - ENTRE AS
      * CORRECOES DO MESMO PERIODO (MESMO CARIMBO), A MAIS RECENTE
      * (ULTIMA DO ARQUIVO) VENCE.
                           BO-CD-MATERIA = WS-MATERIA-ALVO AND
                           BO-DATA-PROCESSAMENTO = WS-CARIMBO-ALVO
                           THEN
                           PERFORM P060-CONFERIR-UNIDADE
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              MOVE 1 TO WS-ACHOU
                              MOVE REG-BOLETIM TO WS-BOLETIM-ALVO
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PERIODO DO BOLETIM: O LANCAMENTO DO HISTORICO COM O MESMO
      * ALUNO/MATERIA E O MESMO CARIMBO (DATA/HORA DE PROCESSAMENTO)
      * DA O ANO/BIMESTRE, CONFERIDO NA DIVULGACAO COM A TURMA DO
      * BOLETIM. SEM LANCAMENTO CASADO NAO HA PERIODO A CONFERIR.
      * O CARIMBO NAO EH CHAVE DO CAMINHO DIRETO: VAI-SE PELO CAMINHO
      * DO ALUNO E FILTRA-SE MATERIA/CARIMBO ATE O PRIMEIRO CASADO;
      * SEM O CAMINHO (RETORNO 2), A LEITURA SEQUENCIAL DE SEMPRE.
      *-----------------------------------------------------------------
       P150-CONFERIR-DIVULGACAO.
            MOVE WS-BOLETIM-ALVO TO REG-BOLETIM
            MOVE 'SEGUNDA-VIA' TO DG-PROGRAMA
            MOVE WS-OPERADOR   TO DG-OPERADOR
            SET DG-MODO-FAMILIA TO TRUE
            MOVE 0 TO WS-ACHOU-PERIODO
            INITIALIZE CAMPOS-BUSCA-HIST
            SET BH-PRIMEIRO-ALUNO TO TRUE
            MOVE BO-CD-STUDENT TO BH-CD-STUDENT
            CALL 'BUSCAR-HIST'
                          USING CAMPOS-BUSCA-HIST, REG-NOTAS-HIST,
                                WS-RETORNO-BUSCAR-HIST
            IF WS-RETORNO-BUSCAR-HIST = 2 THEN
               PERFORM P155-PERIODO-SEQUENCIAL
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-RETORNO-BUSCAR-HIST NOT = 0
                       OR WS-ACHOU-PERIODO = 1
                  PERFORM P157-CONFERIR-REGISTRO
                  SET BH-PROXIMO TO TRUE
                  CALL 'BUSCAR-HIST'
                                USING CAMPOS-BUSCA-HIST,
                                      REG-NOTAS-HIST,
                                      WS-RETORNO-BUSCAR-HIST
               END-PERFORM
            END-IF

            IF WS-ACHOU-PERIODO = 1 THEN
               SET DG-CONFERIR TO TRUE
               MOVE BO-CD-TURMA TO DG-CD-TURMA
               MOVE SPACE       TO DG-REGIME
               CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                                WS-RETORNO-DIVULGACAO
            ELSE
               MOVE 'S' TO DG-SITUACAO
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P155-PERIODO-SEQUENCIAL.
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P157-CONFERIR-REGISTRO
                           IF WS-ACHOU-PERIODO = 1 THEN
                              MOVE 'F' TO WS-EOF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P155-FIM.
      *-----------------------------------------------------------------
       P157-CONFERIR-REGISTRO.
            IF NH-CD-STUDENT = BO-CD-STUDENT AND
               NH-CD-MATERIA = BO-CD-MATERIA AND
               NH-DATA-PROCESSAMENTO = BO-DATA-PROCESSAMENTO AND
               NH-HORA-PROCESSAMENTO = BO-HORA-PROCESSAMENTO AND
               NH-ANO-LETIVO IS NUMERIC AND
               NH-BIMESTRE IS NUMERIC AND
               NH-ANO-LETIVO > 0 THEN
               MOVE 1 TO WS-ACHOU-PERIODO
               MOVE NH-ANO-LETIVO TO DG-ANO-LETIVO
               MOVE NH-BIMESTRE   TO DG-BIMESTRE
            END-IF
            .
       P157-FIM.
      *-----------------------------------------------------------------
      * PERIODO NAO DIVULGADO: COORDENADOR/ADMIN PODE TIRAR A PREVIA
      * INTERNA (MARCADA, SEM NUMERO DE VIA, FORA DE REEMISSOES.TXT);
      * SENAO A VIA EH RECUSADA. AS DUAS COISAS VAO PARA O LOG DA
      * DIVULGACAO COM O OPERADOR.
      *-----------------------------------------------------------------
       P160-RECUSAR-OU-PREVIA.
            DISPLAY 'RESULTADO DE ' DG-ANO-LETIVO '/' DG-BIMESTRE
                    ' (TURMA ' DG-CD-TURMA ') AINDA NAO DIVULGADO'
            MOVE 'N' TO WS-RESPOSTA-PREVIA
            IF WS-RETORNO-VALIDAR-OP = 2 OR
               WS-PERFIL-OPERADOR = 'C' OR
               WS-PERFIL-OPERADOR = 'A' THEN
               DISPLAY 'EMITIR PREVIA INTERNA (NAO VAI PARA A '
                       'FAMILIA)? (S/N): '
               ACCEPT WS-RESPOSTA-PREVIA
            END-IF

            IF WS-RESPOSTA-PREVIA = 'S' OR WS-RESPOSTA-PREVIA = 's'
               THEN
               SET DG-MODO-PREVIA TO TRUE
               PERFORM P300-EMITIR-VIA
               DISPLAY 'PREVIA INTERNA GERADA: SEGUNDA-VIA.TXT '
                       '(NAO CONTA COMO VIA)'
            ELSE
               DISPLAY 'SEGUNDA VIA RECUSADA - PERIODO NAO '
                       'DIVULGADO (VEJA DIVULGAR-RESULTADOS)'
            END-IF

            SET DG-ENCERRAR TO TRUE
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P200-CONTAR-VIAS.
            MOVE 0 TO WS-QTD-ANTERIORES
       P300-EMITIR-VIA.
            MOVE WS-BOLETIM-ALVO TO REG-BOLETIM
            OPEN OUTPUT VIA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-VIA FROM AI-FAIXA
            END-IF

            IF DG-MODO-PREVIA THEN
               WRITE REC-VIA FROM DG-FAIXA-PREVIA
            ELSE
               MOVE SPACES TO REC-VIA
               STRING '*** 2A VIA *** BOLETIM REEMITIDO EM '
                      WS-DATA-REEMISSAO ' (VIA ' WS-NUMERO-VIA ')'
                      DELIMITED BY SIZE INTO REC-VIA
               END-STRING
               WRITE REC-VIA
            END-IF

            MOVE SPACES TO REC-VIA
            STRING BO-NM-STUDENT ' ' BO-NM-MATERIA ' '
            END-STRING
            WRITE REC-VIA

            IF DG-MODO-PREVIA THEN
               WRITE REC-VIA FROM DG-FAIXA-PREVIA
            END-IF

            CLOSE VIA-FILE
            .
       P300-FIM.
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'SEGUNDA-VIA' TO LY-PROGRAMA
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
       END PROGRAM SEGUNDA-VIA.
