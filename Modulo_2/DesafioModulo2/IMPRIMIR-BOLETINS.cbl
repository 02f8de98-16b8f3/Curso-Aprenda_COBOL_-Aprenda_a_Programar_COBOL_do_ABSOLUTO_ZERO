      *          CADA QUEBRA DE PAGINA E RODAPE COM O TOTAL DE BOLETINS
      *          NO FINAL - EM VEZ DE SO A LISTA CRUA USADA POR
      *          RESUMO-TURMA/RESUMO-ALUNO.
      *          BOLETIM DE PERIODO AINDA NAO DIVULGADO PELA DIRECAO
      *          (VEJA DIVULGAR-RESULTADOS E CONFERIR-DIVULGACAO) FICA
      *          RETIDO E A RECUSA VAI PARA O LOG. COM O PARAMETRO
      *          PREVIA (COORDENADOR/ADMIN) SAI TUDO EM BOLETINS-
      *          PREVIA.TXT, COM A FAIXA DE PREVIA INTERNA NO ALTO E
      *          EM CADA BOLETIM NAO DIVULGADO - NAO VAI PARA CASA.
      *          OPERADOR RESTRITO A UMA UNIDADE ESCOLAR SO VE OS
      *          BOLETINS DAS TURMAS DA PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../../BOLETINS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

      * BOLETINS-IMPRESSAO.TXT (FAMILIA) OU BOLETINS-PREVIA.TXT
      * (PREVIA INTERNA) - O NOME EH MONTADO ANTES DO OPEN.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-NOME-IMPRESSAO
           ORGANIZATION IS LINE SEQUENTIAL.

      * HISTORICO DE NOTAS: DE ONDE SAI O ANO/BIMESTRE DO BOLETIM
      * (O BOLETINS.TXT NAO GUARDA O PERIODO) PARA A DIVULGACAO.
           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

      * DETALHE DAS NOTAS POR AVALIACAO (VEJA NOTA-DETALHE-RECORD.CPY)
      * - O BOLETIM IMPRESSO MOSTRA AS NOTAS COMPONENTES DA MEDIA.
           SELECT DETALHE-FILE ASSIGN TO
       01 REC-IMPRESSAO            PIC X(132).
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * LINHA DE NOTAS COMPONENTES DO BOLETIM EM IMPRESSAO (VEJA
      * P250-IMPRIMIR-DETALHE) - '*' MARCA AVALIACAO ISENTA E 'A'
      * AVALIACAO ADAPTADA (ALUNO COM PEI, VEJA AEE-RECORD.CPY).
       77 FS-DETALHE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF-DETALHE              PIC A(01)       VALUE 'N'.
       77 WS-LINHA-DETALHE            PIC X(80)       VALUE SPACES.
       77 WS-LINHA-NA-PAGINA          PIC 9(02)       VALUE 0.
       77 WS-NUM-PAGINA               PIC 9(03)       VALUE 0.
       77 WS-QTD-BOLETINS             PIC 9(05)       VALUE 0.
      * DIVULGACAO DO RESULTADO (VEJA CONFERIR-DIVULGACAO): BOLETIM
      * DE PERIODO NAO DIVULGADO FICA RETIDO; NA PREVIA INTERNA
      * (PARAMETRO PREVIA, SO COORDENADOR/ADMIN) SAI MARCADO.
       77 WS-NOME-IMPRESSAO           PIC X(40)       VALUE SPACES.
       77 WS-PARM-MODO                PIC X(10)       VALUE SPACES.
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
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 WS-EOF-HIST                 PIC A(01)       VALUE 'N'.
       77 WS-ACHOU-PERIODO            PIC 9(01)       VALUE 0.
       77 WS-QTD-RETIDOS              PIC 9(05)       VALUE 0.
           COPY CAMPOS-DIVULGACAO.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA BUSCAR-HIST).
           COPY BUSCA-HIST-CAMPOS.
       77 WS-RETORNO-BUSCAR-HIST      PIC 9(01)       VALUE 0.
      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
       77 WS-RETORNO-DIVULGACAO       PIC 9(01)       VALUE 0.
      * CODIGO DE AUTENTICACAO POR BOLETIM (VEJA CALCULAR-
      * AUTENTICACAO): SAI NO IMPRESSO PARA A SECRETARIA CONFERIR
      * UMA VIA APRESENTADA DEPOIS (VERIFICAR-AUTENTICACAO).
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
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            PERFORM P010-ESCOLHER-MODO

            OPEN INPUT REPORT-CARD
            OPEN OUTPUT PRINT-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-IMPRESSAO FROM AI-FAIXA
            END-IF
            IF DG-MODO-PREVIA THEN
               WRITE REC-IMPRESSAO FROM DG-FAIXA-PREVIA
            END-IF

            PERFORM P100-IMPRIMIR-CABECALHO

               READ REPORT-CARD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        PERFORM P140-CONFERIR-UNIDADE
                        IF WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P150-CONFERIR-DIVULGACAO
                           IF DG-LIBERADO OR DG-MODO-PREVIA THEN
                              PERFORM P200-IMPRIMIR-BOLETIM
                           ELSE
                              ADD 1 TO WS-QTD-RETIDOS
                           END-IF
                        END-IF
               END-READ
            END-PERFORM

            CLOSE REPORT-CARD
            CLOSE PRINT-FILE

            SET DG-ENCERRAR TO TRUE
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO

            DISPLAY 'ARQUIVO DE IMPRESSAO GERADO: ' WS-NOME-IMPRESSAO
            DISPLAY 'TOTAL DE BOLETINS IMPRESSOS.: ' WS-QTD-BOLETINS
            DISPLAY 'TOTAL DE PAGINAS.............: ' WS-NUM-PAGINA
            IF WS-QTD-RETIDOS > 0 THEN
               DISPLAY 'BOLETINS RETIDOS (RESULTADO NAO DIVULGADO): '
                       WS-QTD-RETIDOS ' - VEJA DIVULGAR-RESULTADOS'
            END-IF

            STOP RUN.
      *-----------------------------------------------------------------
      * MODO DA EXECUCAO: SEM PARAMETRO, IMPRESSAO PARA A FAMILIA
      * (SO PERIODOS DIVULGADOS); COM O PARAMETRO PREVIA, PREVIA
      * INTERNA - EXIGE OPERADOR COORDENADOR/ADMIN. NOS DOIS MODOS O
      * OPERADOR EH IDENTIFICADO E VAI PARA O LOG DA DIVULGACAO JUNTO
      * COM OS BOLETINS NAO DIVULGADOS.
      *-----------------------------------------------------------------
       P010-ESCOLHER-MODO.
            MOVE 'IMPRIMIR-BOLETINS' TO DG-PROGRAMA
            SET DG-MODO-FAMILIA TO TRUE
            MOVE '../../BOLETINS-IMPRESSAO.TXT' TO WS-NOME-IMPRESSAO
            ACCEPT WS-PARM-MODO FROM COMMAND-LINE
            IF WS-PARM-MODO (1:6) = 'PREVIA' THEN
               DISPLAY 'PREVIA INTERNA DOS BOLETINS'
            END-IF

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
                          WS-UNIDADE-FILTRO, WS-RETORNO-SELECIONAR
            MOVE WS-OPERADOR TO DG-OPERADOR

            IF WS-PARM-MODO (1:6) = 'PREVIA' THEN
               IF WS-RETORNO-VALIDAR-OP = 0 AND
                  WS-PERFIL-OPERADOR NOT = 'C' AND
                  WS-PERFIL-OPERADOR NOT = 'A' THEN
                  DISPLAY 'PREVIA RESTRITA A COORDENADOR/ADMIN '
                          'CADASTRADO (VEJA PROGARQ010)'
                  STOP RUN
               END-IF
               SET DG-MODO-PREVIA TO TRUE
               MOVE '../../BOLETINS-PREVIA.TXT' TO WS-NOME-IMPRESSAO
            END-IF

      * PRIMEIRA CONSULTA: CARREGA O CONTROLE DE DIVULGACAO E TRAZ A
      * FAIXA DA PREVIA PARA O ALTO DO ARQUIVO.
            SET DG-SO-CONSULTAR TO TRUE
            MOVE 0 TO DG-ANO-LETIVO
            MOVE 0 TO DG-BIMESTRE
            MOVE SPACES TO DG-CD-TURMA
            MOVE SPACE  TO DG-REGIME
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO
            .
       P010-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA DO BOLETIM CONFERIDA CONTRA A DO
      * OPERADOR DA PREVIA (TURMA FORA DO CADASTRO = UNIDADE
      * PRINCIPAL). SEM UNIDADE ESCOLHIDA NAO HA O QUE BUSCAR.
      *-----------------------------------------------------------------
       P140-CONFERIR-UNIDADE.
            MOVE 0 TO WS-RETORNO-UNIDADE
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               IF BO-CD-TURMA NOT = WS-TURMA-UNIDADE OR
                  WS-UNIDADE-TURMA = SPACES THEN
                  MOVE BO-CD-TURMA TO WS-TURMA-UNIDADE
                  MOVE SPACES TO WS-UNIDADE-TURMA
                  CALL 'BUSCAR-TURMA' USING WS-TURMA-UNIDADE,
                                REG-TURMA, WS-RETORNO-BUSCAR-TURMA
                  IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
                     MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
                  END-IF
               END-IF
               CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                             WS-UNIDADE-TURMA, WS-RETORNO-UNIDADE
            END-IF
            .
       P140-FIM.
      *-----------------------------------------------------------------
      * PERIODO DO BOLETIM: O LANCAMENTO DO HISTORICO COM O MESMO
      * ALUNO/MATERIA E O MESMO CARIMBO (DATA/HORA DE PROCESSAMENTO)
      * DA O ANO/BIMESTRE, CONFERIDO NA DIVULGACAO COM A TURMA DO
      * BOLETIM. BOLETIM SEM LANCAMENTO CASADO (OU DE LANCAMENTO
      * ANTERIOR AO PERIODO NO HISTORICO) NAO TEM PERIODO A CONFERIR
      * E SAI COMO SEMPRE SAIU.
      * O CARIMBO NAO EH CHAVE DO CAMINHO DIRETO: VAI-SE PELO CAMINHO
      * DO ALUNO E FILTRA-SE MATERIA/CARIMBO ATE O PRIMEIRO CASADO;
      * SEM O CAMINHO (RETORNO 2), A LEITURA SEQUENCIAL DE SEMPRE.
      *-----------------------------------------------------------------
       P150-CONFERIR-DIVULGACAO.
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
                  PERFORM P160-CONFERIR-REGISTRO
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
            MOVE 'N' TO WS-EOF-HIST
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-HIST = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF-HIST
                       NOT AT END
                           PERFORM P160-CONFERIR-REGISTRO
                           IF WS-ACHOU-PERIODO = 1 THEN
                              MOVE 'F' TO WS-EOF-HIST
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            .
       P155-FIM.
      *-----------------------------------------------------------------
       P160-CONFERIR-REGISTRO.
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
       P160-FIM.
      *-----------------------------------------------------------------
      * CABECALHO DE PAGINA: TITULO, DATA DE EMISSAO, NUMERO DE PAGINA
      * E OS ROTULOS DE COLUNA - REPETIDO A CADA QUEBRA DE PAGINA.
      *-----------------------------------------------------------------

            PERFORM P250-IMPRIMIR-DETALHE

      * PREVIA INTERNA: O BOLETIM DE PERIODO NAO DIVULGADO LEVA A
      * FAIXA LOGO ABAIXO - NAO EH DOCUMENTO PARA A FAMILIA.
            IF DG-EMBARGADO THEN
               WRITE REC-IMPRESSAO FROM DG-FAIXA-PREVIA
               ADD 1 TO WS-LINHA-NA-PAGINA
            END-IF

      * CODIGO DE AUTENTICACAO: AMARRA ALUNO/MATERIA/MEDIA/CARIMBO/
      * DATA DE EMISSAO - O IMPRESSO RETOCADO NAO PASSA NA
      * CONFERENCIA DA SECRETARIA.
                                 BO-HORA-PROCESSAMENTO AND
                              WS-PTR-DETALHE < 70 THEN
                              MOVE 1 TO WS-TEM-DETALHE
                              EVALUATE TRUE
                                 WHEN ND-ISENTA = 'S'
                                    STRING ' ' ND-NOTA '*'
                                           DELIMITED BY SIZE
                                           INTO WS-LINHA-DETALHE
                                           WITH POINTER WS-PTR-DETALHE
                                    END-STRING
                                 WHEN ND-ADAPTADA = 'S'
                                    STRING ' ' ND-NOTA 'A'
                                           DELIMITED BY SIZE
                                           INTO WS-LINHA-DETALHE
                                           WITH POINTER WS-PTR-DETALHE
                                    END-STRING
                                 WHEN OTHER
                                    STRING ' ' ND-NOTA
                                           DELIMITED BY SIZE
                                           INTO WS-LINHA-DETALHE
                                           WITH POINTER WS-PTR-DETALHE
                                    END-STRING
                              END-EVALUATE
                           END-IF
                  END-READ
               END-PERFORM
            IF WS-TEM-DETALHE = 1 THEN
               MOVE SPACES TO REC-IMPRESSAO
               STRING '   AVALIACOES:' WS-LINHA-DETALHE
                      '  (* = ISENTA, A = ADAPTADA)'
                      DELIMITED BY SIZE INTO REC-IMPRESSAO
               END-STRING
               WRITE REC-IMPRESSAO
                   DELIMITED BY SIZE INTO REC-IMPRESSAO
            END-STRING
            WRITE REC-IMPRESSAO

            IF DG-MODO-PREVIA THEN
               WRITE REC-IMPRESSAO FROM DG-FAIXA-PREVIA
            END-IF
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'IMPRIMIR-BOLETINS' TO LY-PROGRAMA
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
       END PROGRAM IMPRIMIR-BOLETINS.
