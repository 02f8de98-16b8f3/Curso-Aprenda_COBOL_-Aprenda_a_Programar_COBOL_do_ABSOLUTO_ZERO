      *          LISTAR-TURMAS) E IMPRIME COM QUEBRA DE CONTROLE POR
      *          ALUNO, BUSCANDO O CABECALHO (MATRICULA COM DV, TURMA)
      *          NO ARQUIVO MESTRE. SAIDA: BOLETIM-CONSOLIDADO.TXT.
      *          NAS TURMAS DE REGIME DESCRITIVO A MATERIA SAI COM O
      *          PARECER DO PERIODO (PARECERES.TXT, VEJA PARECER-
      *          RECORD.CPY) NO LUGAR DE MEDIA E CONCEITO, FORA DA
      *          MEDIA GERAL.
      *          ALUNO DE TURMA CUJO PERIODO AINDA NAO FOI DIVULGADO
      *          PELA DIRECAO (VEJA DIVULGAR-RESULTADOS) FICA SEM
      *          PAGINA E A RECUSA VAI PARA O LOG; COM O PARAMETRO
      *          PREVIA (COORDENADOR/ADMIN) SAI TUDO EM BOLETIM-
      *          CONSOLIDADO-PREVIA.TXT COM A FAIXA DE PREVIA INTERNA.
      *          OPERADOR RESTRITO A UMA UNIDADE ESCOLAR SO VE OS
      *          ALUNOS DA PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../../HIST-ORDENADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

      * BOLETIM-CONSOLIDADO.TXT (FAMILIA) OU BOLETIM-CONSOLIDADO-
      * PREVIA.TXT (PREVIA INTERNA) - O NOME EH MONTADO ANTES DO OPEN.
           SELECT DOCUMENTO-FILE ASSIGN TO DYNAMIC WS-NOME-DOCUMENTO
           ORGANIZATION IS LINE SEQUENTIAL.

      * DETALHE DAS NOTAS POR AVALIACAO (VEJA NOTA-DETALHE-RECORD.CPY)
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETALHE.

      * PARECERES DESCRITIVOS (VEJA P150) - ARQUIVO AINDA INEXISTENTE
      * SO SIGNIFICA NENHUMA TURMA DESCRITIVA LANCADA.
           SELECT PARECER-FILE ASSIGN TO
           '../../PARECERES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARECER.

           SELECT SORT-WORK ASSIGN TO 'SORTWORK-CONSOL.TMP'.
       DATA DIVISION.
       FILE SECTION.
       01 REC-DOCUMENTO            PIC X(100).
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       FD PARECER-FILE.
           COPY PARECER-RECORD.
       SD SORT-WORK.
       01 REG-SORT-HIST.
           03 SH-CD-STUDENT         PIC 9(05).
       77 WS-TEM-RECUPERACAO          PIC X(01)       VALUE 'N'.
       77 WS-RESULTADO-GERAL          PIC X(20)       VALUE SPACES.
      * LINHA DE NOTAS COMPONENTES DA MATERIA EM IMPRESSAO (VEJA
      * P350-IMPRIMIR-DETALHE) - '*' MARCA AVALIACAO ISENTA E 'A'
      * AVALIACAO ADAPTADA (ALUNO COM PEI, VEJA AEE-RECORD.CPY).
       77 FS-DETALHE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF-DETALHE              PIC A(01)       VALUE 'N'.
       77 WS-LINHA-DETALHE            PIC X(80)       VALUE SPACES.
       77 WS-PTR-DETALHE              PIC 9(03)       VALUE 1.
       77 WS-TEM-DETALHE              PIC 9(01)       VALUE 0.
      * PARECERES DO PERIODO EM MEMORIA (VEJA P150/P160): UM POR
      * ALUNO/MATERIA, O ULTIMO LANCADO SUBSTITUI O ANTERIOR. ENTRAM
      * NO SORT COMO LINHA TIPO 'P' (SEM MEDIA) E O TEXTO EH BUSCADO
      * AQUI NA IMPRESSAO (P320).
       77 FS-PARECER                  PIC X(02)       VALUE SPACES.
       77 WS-QTD-PARECERES            PIC 9(04)       VALUE 0.
       77 WS-MAX-PARECERES            PIC 9(04)       VALUE 1500.
       77 WS-IDX-PARECER              PIC 9(04)       VALUE 0.
       77 WS-POS-PARECER              PIC 9(04)       VALUE 0.
       77 WS-IDX-LINHA                PIC 9(01)       VALUE 0.
       77 WS-QTD-PARECERES-ALUNO      PIC 9(02)       VALUE 0.
       01 WS-TABELA-PARECERES.
           02 WS-PARECER-ITEM OCCURS 1500 TIMES.
              03 WS-TAB-REG-PARECER   PIC X(380).
      * DIVULGACAO DO RESULTADO (VEJA CONFERIR-DIVULGACAO): ALUNO DE
      * TURMA COM O PERIODO NAO DIVULGADO FICA RETIDO; NA PREVIA
      * INTERNA (PARAMETRO PREVIA, SO COORDENADOR/ADMIN) SAI MARCADO.
       77 WS-NOME-DOCUMENTO           PIC X(40)       VALUE SPACES.
       77 WS-PARM-MODO                PIC X(10)       VALUE SPACES.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE).
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-ALUNO-RETIDO             PIC X(01)       VALUE 'N'.
       77 WS-QTD-RETIDOS              PIC 9(05)       VALUE 0.
           COPY CAMPOS-DIVULGACAO.
       77 WS-RETORNO-DIVULGACAO       PIC 9(01)       VALUE 0.
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
            DISPLAY 'BOLETIM CONSOLIDADO DO BIMESTRE'
            DISPLAY 'ANO LETIVO....................: '
            ACCEPT WS-ANO-FILTRO
            DISPLAY 'BIMESTRE......................: '
            ACCEPT WS-BIMESTRE-FILTRO
            PERFORM P010-ESCOLHER-MODO

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            OPEN INPUT HIST-ORDENADO
            OPEN INPUT STUDENT
            OPEN OUTPUT DOCUMENTO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-DOCUMENTO FROM AI-FAIXA
            END-IF
            IF DG-MODO-PREVIA THEN
               WRITE REC-DOCUMENTO FROM DG-FAIXA-PREVIA
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ HIST-ORDENADO
               END-READ
            END-PERFORM

            IF WS-ALUNO-ANTERIOR > 0 AND WS-ALUNO-RETIDO = 'N' THEN
               PERFORM P500-RODAPE-ALUNO
            END-IF

            CLOSE STUDENT
            CLOSE DOCUMENTO-FILE

            SET DG-ENCERRAR TO TRUE
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO

            DISPLAY 'DOCUMENTO GERADO: ' WS-NOME-DOCUMENTO
            DISPLAY 'BOLETINS (PAGINAS) EMITIDOS...: ' WS-QTD-PAGINAS
            IF WS-QTD-RETIDOS > 0 THEN
               DISPLAY 'BOLETINS RETIDOS (RESULTADO NAO DIVULGADO): '
                       WS-QTD-RETIDOS ' - VEJA DIVULGAR-RESULTADOS'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * MODO DA EXECUCAO: SEM PARAMETRO, DOCUMENTO PARA A FAMILIA
      * (SO TURMAS COM O PERIODO DIVULGADO); COM O PARAMETRO PREVIA,
      * PREVIA INTERNA - EXIGE OPERADOR COORDENADOR/ADMIN. NOS DOIS
      * MODOS O OPERADOR EH IDENTIFICADO E VAI PARA O LOG DA
      * DIVULGACAO.
      *-----------------------------------------------------------------
       P010-ESCOLHER-MODO.
            MOVE 'BOLETIM-CONSOLIDADO' TO DG-PROGRAMA
            SET DG-MODO-FAMILIA TO TRUE
            MOVE '../../BOLETIM-CONSOLIDADO.TXT' TO WS-NOME-DOCUMENTO
            ACCEPT WS-PARM-MODO FROM COMMAND-LINE
            IF WS-PARM-MODO (1:6) = 'PREVIA' THEN
               DISPLAY 'PREVIA INTERNA DO BOLETIM CONSOLIDADO'
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
               MOVE '../../BOLETIM-CONSOLIDADO-PREVIA.TXT'
                 TO WS-NOME-DOCUMENTO
            END-IF

      * PRIMEIRA CONSULTA: CARREGA O CONTROLE DE DIVULGACAO E TRAZ A
      * FAIXA DA PREVIA PARA O ALTO DO DOCUMENTO.
            SET DG-SO-CONSULTAR TO TRUE
            MOVE WS-ANO-FILTRO      TO DG-ANO-LETIVO
            MOVE WS-BIMESTRE-FILTRO TO DG-BIMESTRE
            MOVE SPACES             TO DG-CD-TURMA
            MOVE SPACE              TO DG-REGIME
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO
            .
       P010-FIM.
      *-----------------------------------------------------------------
       P100-SELECIONAR-PERIODO.
            MOVE 'N' TO WS-EOF
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                      NH-CD-UNIDADE, WS-RETORNO-UNIDADE
                        IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                           NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           NOT NH-REGISTRO-ESTORNADO AND
                           WS-RETORNO-UNIDADE = 0 THEN
                           MOVE REG-NOTAS-HIST TO REG-SORT-HIST
                           RELEASE REG-SORT-HIST
                        END-IF
            END-PERFORM
            CLOSE NOTAS-HIST
            MOVE 'N' TO WS-EOF

            PERFORM P150-CARREGAR-PARECERES
            PERFORM VARYING WS-IDX-PARECER FROM 1 BY 1
                    UNTIL WS-IDX-PARECER > WS-QTD-PARECERES
               MOVE WS-TAB-REG-PARECER (WS-IDX-PARECER) TO REG-PARECER
               MOVE SPACES             TO REG-SORT-HIST
               MOVE PR-CD-STUDENT      TO SH-CD-STUDENT
               MOVE PR-NM-STUDENT      TO SH-NM-STUDENT
               MOVE PR-CD-TURMA        TO SH-CD-TURMA
               MOVE PR-NM-MATERIA      TO SH-NM-MATERIA
               MOVE PR-CD-MATERIA      TO SH-CD-MATERIA
               MOVE 0                  TO SH-MEDIA
               MOVE 'DESCRITIVO'       TO SH-STATUS
               MOVE PR-DATA-LANCAMENTO TO SH-DATA-PROCESSAMENTO
               MOVE PR-HORA-LANCAMENTO TO SH-HORA-PROCESSAMENTO
               MOVE PR-ANO-LETIVO      TO SH-ANO-LETIVO
               MOVE PR-BIMESTRE        TO SH-BIMESTRE
               MOVE 'P'                TO SH-TIPO-REGISTRO
               MOVE PR-PERC-FREQUENCIA-X TO SH-PERC-FREQUENCIA
               MOVE PR-CD-TURMA        TO WS-TURMA-UNIDADE
               PERFORM P170-UNIDADE-DA-TURMA
               IF WS-RETORNO-UNIDADE = 0 THEN
                  RELEASE REG-SORT-HIST
               END-IF
            END-PERFORM
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PARECERES DO PERIODO (TURMAS DE REGIME DESCRITIVO): O ARQUIVO
      * SO CRESCE, ENTAO UM RELANCAMENTO DO MESMO ALUNO/MATERIA
      * SOBREPOE A POSICAO DO ANTERIOR NA TABELA (VALE O ULTIMO).
      *-----------------------------------------------------------------
       P150-CARREGAR-PARECERES.
            MOVE 0 TO WS-QTD-PARECERES
            OPEN INPUT PARECER-FILE
            IF FS-PARECER = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARECER-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PR-ANO-LETIVO = WS-ANO-FILTRO AND
                              PR-BIMESTRE = WS-BIMESTRE-FILTRO THEN
                              PERFORM P160-GUARDAR-PARECER
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PARECER-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-GUARDAR-PARECER.
            MOVE 0 TO WS-POS-PARECER
            PERFORM VARYING WS-IDX-PARECER FROM 1 BY 1
                    UNTIL WS-IDX-PARECER > WS-QTD-PARECERES
                    OR WS-POS-PARECER > 0
               IF WS-TAB-REG-PARECER (WS-IDX-PARECER) (1:5) =
                  PR-CD-STUDENT AND
                  WS-TAB-REG-PARECER (WS-IDX-PARECER) (41:5) =
                  PR-CD-MATERIA THEN
                  MOVE WS-IDX-PARECER TO WS-POS-PARECER
               END-IF
            END-PERFORM

            IF WS-POS-PARECER = 0 THEN
               IF WS-QTD-PARECERES < WS-MAX-PARECERES THEN
                  ADD 1 TO WS-QTD-PARECERES
                  MOVE WS-QTD-PARECERES TO WS-POS-PARECER
               ELSE
                  DISPLAY 'TABELA DE PARECERES CHEIA - ALUNO '
                          PR-CD-STUDENT ' MATERIA ' PR-CD-MATERIA
                          ' FORA DO BOLETIM'
               END-IF
            END-IF

            IF WS-POS-PARECER > 0 THEN
               MOVE REG-PARECER TO WS-TAB-REG-PARECER (WS-POS-PARECER)
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P170-UNIDADE-DA-TURMA.
            IF WS-TURMA-UNIDADE NOT = WS-TURMA-BUSCADA OR
               WS-UNIDADE-TURMA = SPACES THEN
               MOVE WS-TURMA-UNIDADE TO WS-TURMA-BUSCADA
               MOVE SPACES TO WS-UNIDADE-TURMA
               CALL 'BUSCAR-TURMA' USING WS-TURMA-BUSCADA, REG-TURMA,
                                         WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
               END-IF
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                          WS-UNIDADE-TURMA, WS-RETORNO-UNIDADE
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * QUEBRA DE CONTROLE POR ALUNO: FECHA O RODAPE DO ANTERIOR,
      * ABRE O CABECALHO DO NOVO E IMPRIME A LINHA DA MATERIA.
      * O PERIODO DA TURMA DO ALUNO EH CONFERIDO NA DIVULGACAO A CADA
      * QUEBRA: NAO DIVULGADO, A PAGINA INTEIRA FICA RETIDA (NA
      * PREVIA, SAI COM A FAIXA NO CABECALHO).
      *-----------------------------------------------------------------
       P300-PROCESSAR-LINHA.
            IF HO-CD-STUDENT NOT = WS-ALUNO-ANTERIOR THEN
               IF WS-ALUNO-ANTERIOR > 0 AND WS-ALUNO-RETIDO = 'N' THEN
                  PERFORM P500-RODAPE-ALUNO
               END-IF
               SET DG-CONFERIR         TO TRUE
               MOVE WS-ANO-FILTRO      TO DG-ANO-LETIVO
               MOVE WS-BIMESTRE-FILTRO TO DG-BIMESTRE
               MOVE HO-CD-TURMA        TO DG-CD-TURMA
               MOVE SPACE              TO DG-REGIME
               CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                                WS-RETORNO-DIVULGACAO
               IF DG-EMBARGADO AND DG-MODO-FAMILIA THEN
                  MOVE 'S' TO WS-ALUNO-RETIDO
                  ADD 1 TO WS-QTD-RETIDOS
               ELSE
                  MOVE 'N' TO WS-ALUNO-RETIDO
                  PERFORM P400-CABECALHO-ALUNO
               END-IF
               MOVE HO-CD-STUDENT TO WS-ALUNO-ANTERIOR
            END-IF

            IF HO-PERC-FREQUENCIA NOT NUMERIC THEN
               MOVE 'N/D ' TO HO-PERC-FREQUENCIA
            END-IF

            IF WS-ALUNO-RETIDO = 'N' THEN
               IF HO-TIPO-REGISTRO = 'P' THEN
                  PERFORM P320-IMPRIMIR-PARECER
               ELSE
                  PERFORM P310-IMPRIMIR-MEDIA
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-IMPRIMIR-MEDIA.
            ADD 1 TO WS-QTD-MATERIAS-ALUNO
            ADD HO-MEDIA TO WS-SOMA-MEDIAS-ALUNO
            IF HO-STATUS = 'REPROVADO' THEN
               MOVE 'S' TO WS-TEM-RECUPERACAO
            END-IF

            MOVE SPACES TO REC-DOCUMENTO
            STRING HO-NM-MATERIA ' ' HO-MEDIA '  '
                   HO-CONCEITO '       ' HO-PERC-FREQUENCIA '  '

            PERFORM P350-IMPRIMIR-DETALHE
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * MATERIA DE TURMA DESCRITIVA: NO LUGAR DE MEDIA/CONCEITO SAI
      * 'PARECER DESCRITIVO' NA LINHA E O TEXTO LOGO ABAIXO. NAO
      * ENTRA NA MEDIA GERAL NEM NO RESULTADO DO RODAPE.
      *-----------------------------------------------------------------
       P320-IMPRIMIR-PARECER.
            ADD 1 TO WS-QTD-PARECERES-ALUNO

            MOVE SPACES TO REC-DOCUMENTO
            STRING HO-NM-MATERIA ' PARECER DESCRITIVO '
                   HO-PERC-FREQUENCIA
                   DELIMITED BY SIZE INTO REC-DOCUMENTO
            END-STRING
            WRITE REC-DOCUMENTO

            MOVE 0 TO WS-POS-PARECER
            PERFORM VARYING WS-IDX-PARECER FROM 1 BY 1
                    UNTIL WS-IDX-PARECER > WS-QTD-PARECERES
                    OR WS-POS-PARECER > 0
               IF WS-TAB-REG-PARECER (WS-IDX-PARECER) (1:5) =
                  HO-CD-STUDENT AND
                  WS-TAB-REG-PARECER (WS-IDX-PARECER) (41:5) =
                  HO-CD-MATERIA THEN
                  MOVE WS-IDX-PARECER TO WS-POS-PARECER
               END-IF
            END-PERFORM

            IF WS-POS-PARECER > 0 THEN
               MOVE WS-TAB-REG-PARECER (WS-POS-PARECER) TO REG-PARECER
               PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                       UNTIL WS-IDX-LINHA > 4
                  IF PR-LINHA (WS-IDX-LINHA) NOT = SPACES THEN
                     MOVE SPACES TO REC-DOCUMENTO
                     STRING '   ' PR-LINHA (WS-IDX-LINHA)
                            DELIMITED BY SIZE INTO REC-DOCUMENTO
                     END-STRING
                     WRITE REC-DOCUMENTO
                  END-IF
               END-PERFORM
            END-IF
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * NOTAS COMPONENTES DA MATERIA (NOTAS-DETALHE.TXT): CASADAS PELO
      * CARIMBO ALUNO/MATERIA/PERIODO + DATA/HORA DO LANCAMENTO, QUE O
                                 HO-HORA-PROCESSAMENTO AND
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
            ADD 1 TO WS-QTD-PAGINAS
            MOVE 0 TO WS-QTD-MATERIAS-ALUNO
            MOVE 0 TO WS-SOMA-MEDIAS-ALUNO
            MOVE 0 TO WS-QTD-PARECERES-ALUNO
            MOVE 'N' TO WS-TEM-REPROVADO
            MOVE 'N' TO WS-TEM-RECUPERACAO

                   DELIMITED BY SIZE INTO REC-DOCUMENTO
            END-STRING
            WRITE REC-DOCUMENTO
            IF DG-EMBARGADO THEN
               WRITE REC-DOCUMENTO FROM DG-FAIXA-PREVIA
            END-IF

            MOVE HO-CD-STUDENT TO WS-STUDENT-REL-KEY
            READ STUDENT

            MOVE SPACES TO REC-DOCUMENTO
            STRING 'TURMA: ' HO-CD-TURMA
                   '   (AVALIACOES: * = ISENTA, A = ADAPTADA)'
                   DELIMITED BY SIZE INTO REC-DOCUMENTO
            END-STRING
            WRITE REC-DOCUMENTO
      *-----------------------------------------------------------------
      * RODAPE DO ALUNO: MEDIA GERAL DO PERIODO E O RESULTADO GERAL
      * (QUALQUER REPROVADO DERRUBA; RECUPERACAO PENDENTE SEGURA).
      * ALUNO SO COM PARECERES (TURMA DESCRITIVA) NAO TEM MEDIA NEM
      * APROVACAO NO PERIODO - O RESULTADO EH A AVALIACAO DESCRITIVA.
      *-----------------------------------------------------------------
       P500-RODAPE-ALUNO.
            IF WS-QTD-MATERIAS-ALUNO > 0 THEN
            END-IF

            EVALUATE TRUE
               WHEN WS-QTD-MATERIAS-ALUNO = 0 AND
                    WS-QTD-PARECERES-ALUNO > 0
                  MOVE 'AVALIACAO DESCRITIVA' TO WS-RESULTADO-GERAL
               WHEN WS-TEM-REPROVADO = 'S'
                  MOVE 'REPROVADO NO PERIODO' TO WS-RESULTADO-GERAL
               WHEN WS-TEM-RECUPERACAO = 'S'
            WRITE REC-DOCUMENTO

            MOVE SPACES TO REC-DOCUMENTO
            IF WS-QTD-MATERIAS-ALUNO = 0 AND
               WS-QTD-PARECERES-ALUNO > 0 THEN
               STRING 'PARECERES: ' WS-QTD-PARECERES-ALUNO
                      '  RESULTADO: ' WS-RESULTADO-GERAL
                      DELIMITED BY SIZE INTO REC-DOCUMENTO
               END-STRING
            ELSE
               STRING 'MATERIAS: ' WS-QTD-MATERIAS-ALUNO
                      '  MEDIA GERAL: ' WS-MEDIA-GERAL-ALUNO
                      '  RESULTADO: ' WS-RESULTADO-GERAL
                      DELIMITED BY SIZE INTO REC-DOCUMENTO
               END-STRING
            END-IF
            WRITE REC-DOCUMENTO

            MOVE SPACES TO REC-DOCUMENTO
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'BOLETIM-CONSOLIDADO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

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
       END PROGRAM BOLETIM-CONSOLIDADO.
