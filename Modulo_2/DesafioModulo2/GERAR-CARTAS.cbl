      *          (2) RESULTADO DO CONSELHO DE CLASSE (REGISTROS 'O'
      *          DO PERIODO - VEJA CONSELHO);
      *          (3) AVISO DE RISCO DE EVASAO (ALERTAS-EVASAO.TXT -
      *          VEJA ALERTA-EVASAO);
      *          (4) OCORRENCIA DISCIPLINAR (OCORRENCIAS.TXT - VEJA
      *          PROGARQ017): ADVERTENCIA ESCRITA E SUSPENSAO AINDA
      *          SEM CARTA, MARCADAS COMO EMITIDAS NO PROPRIO
      *          REGISTRO.
      *          O ENDERECO/TELEFONE VEM DE RESPONSAVEIS.TXT
      *          (PROGARQ005); ALUNO SEM RESPONSAVEL SAI NA LISTA DE
      *          PENDENCIAS NO FIM DO ARQUIVO
      *          (CARTAS-RESPONSAVEIS.TXT).
      *          NOS TIPOS 1 E 2 O RESULTADO DE TURMA CUJO PERIODO
      *          AINDA NAO FOI DIVULGADO PELA DIRECAO (VEJA DIVULGAR-
      *          RESULTADOS) FICA SEM CARTA E A RECUSA VAI PARA O LOG;
      *          COM O PARAMETRO PREVIA (COORDENADOR/ADMIN) AS CARTAS
      *          SAEM EM CARTAS-RESPONSAVEIS-PREVIA.TXT, MARCADAS COM
      *          A FAIXA DE PREVIA INTERNA. OPERADOR RESTRITO A UMA
      *          UNIDADE ESCOLAR SO VE AS CARTAS DA PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

      * CARTAS-RESPONSAVEIS.TXT (FAMILIA) OU CARTAS-RESPONSAVEIS-
      * PREVIA.TXT (PREVIA INTERNA) - O NOME EH MONTADO ANTES DO OPEN.
           SELECT CARTAS-FILE ASSIGN TO DYNAMIC WS-NOME-CARTAS
           ORGANIZATION IS LINE SEQUENTIAL.

      * AGENDA DE PROVAS DE RECUPERACAO (VEJA AGENDA-RECUP-RECORD E
           '../../ALERTAS-EVASAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALERTA.

      * REGISTRO DE OCORRENCIAS DISCIPLINARES (VEJA OCORRENCIA-RECORD
      * E PROGARQ017) E O MESTRE, PARA O NOME DO ALUNO NA CARTA.
           SELECT OCORRENCIA-FILE ASSIGN TO
           '../../OCORRENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OCORRENCIA.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD NOTAS-HIST.
           COPY AGENDA-RECUP-RECORD.
       FD ALERTA-FILE.
           COPY ALERTA-EVASAO-RECORD.
       FD OCORRENCIA-FILE.
           COPY OCORRENCIA-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-OCORRENCIA               PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 FS-AGENDA                   PIC X(02)       VALUE SPACES.
       77 FS-ALERTA                   PIC X(02)       VALUE SPACES.
              03 WS-ITM-RESP-CHAVE    PIC X(70).
              03 WS-ITM-TEM-RESP      PIC X(01).
              03 WS-ITM-EMITIDO       PIC X(01).
              03 WS-ITM-PREVIA        PIC X(01).
       01 WS-CHAVE-FAMILIA            PIC X(70)       VALUE SPACES.
      * CARTAS DE OCORRENCIA: O REGISTRO INTEIRO EM MEMORIA PARA SER
      * REGRAVADO COM A MARCA DE CARTA EMITIDA (MESMO TAMANHO DE
      * PROGARQ017).
       77 WS-QTD-OCORRENCIAS          PIC 9(04)       VALUE 0.
       77 WS-IDX-OCOR                 PIC 9(04)       VALUE 0.
       77 WS-QTD-OCOR-MARCADAS        PIC 9(04)       VALUE 0.
       77 WS-NM-ALUNO-OCOR            PIC X(30)       VALUE SPACES.
       77 WS-CD-TURMA-OCOR            PIC X(05)       VALUE SPACES.
       01 WS-TABELA-OCORRENCIAS.
           02 WS-OCOR-ITEM OCCURS 2000 TIMES.
              03 WS-TAB-REG-OCORRENCIA PIC X(81).
      * DIVULGACAO DO RESULTADO (VEJA CONFERIR-DIVULGACAO): NAS
      * CARTAS DE RESULTADO E DE CONSELHO, TURMA COM O PERIODO NAO
      * DIVULGADO FICA SEM CARTA; NA PREVIA INTERNA (PARAMETRO
      * PREVIA, SO COORDENADOR/ADMIN) A CARTA SAI MARCADA.
       77 WS-NOME-CARTAS              PIC X(40)       VALUE SPACES.
       77 WS-PARM-MODO                PIC X(10)       VALUE SPACES.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE),
      * CONFERIDA PELA UNIDADE DO LANCAMENTO OU DO ALUNO NO MESTRE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
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
            DISPLAY 'GERACAO DE CARTAS AOS RESPONSAVEIS'
            DISPLAY '1 - RECUPERACAO/REPROVACAO DO PERIODO'
            DISPLAY '2 - RESULTADO DO CONSELHO DE CLASSE'
            DISPLAY '3 - AVISO DE RISCO DE EVASAO'
            DISPLAY '4 - OCORRENCIA DISCIPLINAR (ADVERTENCIA ESCRITA/'
                    'SUSPENSAO)'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO
            PERFORM P010-ESCOLHER-MODO

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

                  PERFORM P500-CARTAS-CONSELHO
               WHEN 3
                  PERFORM P600-CARTAS-EVASAO
               WHEN 4
                  PERFORM P800-CARTAS-OCORRENCIA
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA - NADA GERADO'
                  STOP RUN
            DISPLAY 'CARTAS GERADAS................: ' WS-QTD-CARTAS
            DISPLAY 'ALUNOS SEM RESPONSAVEL........: '
                    WS-QTD-SEM-RESPONSAVEL
            IF WS-QTD-RETIDOS > 0 THEN
               DISPLAY 'RESULTADOS RETIDOS (NAO DIVULGADOS): '
                       WS-QTD-RETIDOS ' - VEJA DIVULGAR-RESULTADOS'
            END-IF
            DISPLAY 'ARQUIVO: ' WS-NOME-CARTAS
            STOP RUN.
      *-----------------------------------------------------------------
      * MODO DA EXECUCAO: SEM PARAMETRO, CARTAS PARA A FAMILIA; COM O
      * PARAMETRO PREVIA, PREVIA INTERNA DAS CARTAS DE RESULTADO E DE
      * CONSELHO - EXIGE OPERADOR COORDENADOR/ADMIN. NOS DOIS MODOS O
      * OPERADOR EH IDENTIFICADO, VAI PARA O LOG DA DIVULGACAO E SO
      * RECEBE AS CARTAS DA SUA UNIDADE. EVASAO E OCORRENCIA NAO SAO
      * RESULTADO DE PERIODO (E A OCORRENCIA MARCA A CARTA COMO
      * EMITIDA): SEM PREVIA.
      *-----------------------------------------------------------------
       P010-ESCOLHER-MODO.
            MOVE 'GERAR-CARTAS' TO DG-PROGRAMA
            SET DG-MODO-FAMILIA TO TRUE
            MOVE '../../CARTAS-RESPONSAVEIS.TXT' TO WS-NOME-CARTAS
            ACCEPT WS-PARM-MODO FROM COMMAND-LINE
            IF WS-PARM-MODO (1:6) = 'PREVIA' THEN
               IF WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 2 THEN
                  DISPLAY 'PREVIA SO PARA CARTAS DE RESULTADO E DE '
                          'CONSELHO (OPCOES 1 E 2) - NADA GERADO'
                  STOP RUN
               END-IF
               DISPLAY 'PREVIA INTERNA DAS CARTAS'
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
               MOVE '../../CARTAS-RESPONSAVEIS-PREVIA.TXT'
                 TO WS-NOME-CARTAS
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
      * RESULTADO DO PERIODO CONFERIDO NA DIVULGACAO PELA TURMA DO
      * LANCAMENTO: NAO DIVULGADO, FICA SEM CARTA (OU, NA PREVIA,
      * SAI MARCADO) E ENTRA NA CONTAGEM DO LOG.
      *-----------------------------------------------------------------
       P050-CONFERIR-DIVULGACAO.
            SET DG-CONFERIR         TO TRUE
            MOVE WS-ANO-FILTRO      TO DG-ANO-LETIVO
            MOVE WS-BIMESTRE-FILTRO TO DG-BIMESTRE
            MOVE NH-CD-TURMA        TO DG-CD-TURMA
            MOVE SPACE              TO DG-REGIME
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO
            IF DG-EMBARGADO AND DG-MODO-FAMILIA THEN
               ADD 1 TO WS-QTD-RETIDOS
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * FIM DAS CARTAS DE PERIODO: RECUSAS (OU PREVIAS) PARA O LOG.
      *-----------------------------------------------------------------
       P060-ENCERRAR-DIVULGACAO.
            SET DG-ENCERRAR TO TRUE
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P100-CARTAS-RESULTADO.
            DISPLAY 'ANO LETIVO DO PERIODO.........: '

            OPEN INPUT NOTAS-HIST
            OPEN OUTPUT CARTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CARTA FROM AI-FAIXA
            END-IF
            IF DG-MODO-PREVIA THEN
               WRITE REC-CARTA FROM DG-FAIXA-PREVIA
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                      NH-CD-UNIDADE, WS-RETORNO-UNIDADE
                        IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                           NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           NOT NH-REGISTRO-ESTORNADO AND
                           WS-RETORNO-UNIDADE = 0 AND
                           (NH-STATUS = 'RECUPERACAO' OR
                            NH-STATUS = 'REPROVADO') THEN
                           PERFORM P050-CONFERIR-DIVULGACAO
                           IF DG-LIBERADO OR DG-MODO-PREVIA THEN
                              IF WS-POR-FAMILIA = 'S' THEN
                                 PERFORM P150-COLETAR-ITEM
                              ELSE
                                 PERFORM P200-EMITIR-CARTA
                              END-IF
                           END-IF
                        END-IF
               END-READ
               PERFORM P700-EMITIR-POR-FAMILIA
            END-IF
            CLOSE CARTAS-FILE
            PERFORM P060-ENCERRAR-DIVULGACAO

            IF WS-ESTOURO-ITENS = 'S' THEN
               DISPLAY '*** ATENCAO: MAIS DE 600 RESULTADOS - '
            MOVE WS-DATA-PROVA-CARTA TO
                 WS-ITM-DATA-PROVA (WS-QTD-ITENS)
            MOVE 'N' TO WS-ITM-EMITIDO (WS-QTD-ITENS)
            IF DG-EMBARGADO THEN
               MOVE 'S' TO WS-ITM-PREVIA (WS-QTD-ITENS)
            ELSE
               MOVE 'N' TO WS-ITM-PREVIA (WS-QTD-ITENS)
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
               END-STRING
            END-IF
            WRITE REC-CARTA
            IF WS-ITM-PREVIA (WS-IDX-ITEM-2) = 'S' THEN
               WRITE REC-CARTA FROM DG-FAIXA-PREVIA
            END-IF
            .
       P720-FIM.
      *-----------------------------------------------------------------
                    TO WS-RESP-ENDERECO-2
                  MOVE WS-RTB-TELEFONE (WS-IDX-RESPS)
                    TO WS-RESP-TELEFONE
                  IF DG-EMBARGADO THEN
                     WRITE REC-CARTA FROM DG-FAIXA-PREVIA
                  END-IF
                  PERFORM P360-MONTAR-CAMPOS
                  IF NH-STATUS = 'RECUPERACAO' THEN
                     MOVE 'RECUPERACAO' TO WS-TIPO-CARTA

            OPEN INPUT NOTAS-HIST
            OPEN OUTPUT CARTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CARTA FROM AI-FAIXA
            END-IF
            IF DG-MODO-PREVIA THEN
               WRITE REC-CARTA FROM DG-FAIXA-PREVIA
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                      NH-CD-UNIDADE, WS-RETORNO-UNIDADE
                        IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                           NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           NH-REGISTRO-CONSELHO AND
                           WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P050-CONFERIR-DIVULGACAO
                           IF DG-LIBERADO OR DG-MODO-PREVIA THEN
                              PERFORM P510-EMITIR-CARTA-CONSELHO
                           END-IF
                        END-IF
               END-READ
            END-PERFORM

            CLOSE NOTAS-HIST
            CLOSE CARTAS-FILE
            PERFORM P060-ENCERRAR-DIVULGACAO
            .
       P500-FIM.
      *-----------------------------------------------------------------
                    TO WS-RESP-ENDERECO-2
                  MOVE WS-RTB-TELEFONE (WS-IDX-RESPS)
                    TO WS-RESP-TELEFONE
                  IF DG-EMBARGADO THEN
                     WRITE REC-CARTA FROM DG-FAIXA-PREVIA
                  END-IF
                  PERFORM P360-MONTAR-CAMPOS
                  MOVE 'CONSELHO' TO WS-TIPO-CARTA
                  CALL 'GERAR-CARTA-MODELO'
      *-----------------------------------------------------------------
      * AVISO DE RISCO DE EVASAO: UMA CARTA POR ALUNO EM ALERTA
      * (ALERTAS-EVASAO.TXT) - O NOME/TELEFONE DO RESPONSAVEL JA VEM
      * NO ALERTA; O ENDERECO SAI DO CADASTRO. SO OS ALUNOS DA
      * UNIDADE DO OPERADOR (PELO MESTRE).
      *-----------------------------------------------------------------
       P600-CARTAS-EVASAO.
            OPEN INPUT ALERTA-FILE
                       '(RODE ALERTA-EVASAO)'
               STOP RUN
            END-IF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL - NENHUMA '
                       'CARTA DE EVASAO GERADA'
               CLOSE ALERTA-FILE
               STOP RUN
            END-IF

            OPEN OUTPUT CARTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CARTA FROM AI-FAIXA
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ ALERTA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE AL-CD-STUDENT TO WS-STUDENT-REL-KEY
                        PERFORM P830-UNIDADE-DO-ALUNO
                        IF WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P610-EMITIR-CARTA-EVASAO
                        END-IF
               END-READ
            END-PERFORM

            CLOSE ALERTA-FILE
            CLOSE STUDENT
            CLOSE CARTAS-FILE
            .
       P600-FIM.
            .
       P620-FIM.
      *-----------------------------------------------------------------
      * CARTAS DE OCORRENCIA DISCIPLINAR: CADA ADVERTENCIA ESCRITA E
      * CADA SUSPENSAO AINDA SEM CARTA GERA UMA CARTA POR RESPONSAVEL
      * MARCADO (MODELO 'ADVERTENCIA' OU 'SUSPENSAO'). A OCORRENCIA
      * SO EH MARCADA COMO EMITIDA QUANDO SAIU CARTA - ALUNO SEM
      * RESPONSAVEL FICA PENDENTE PARA A PROXIMA RODADA. ADVERTENCIA
      * VERBAL NAO GERA CARTA.
      *-----------------------------------------------------------------
       P800-CARTAS-OCORRENCIA.
            MOVE 0 TO WS-QTD-OCORRENCIAS
            OPEN INPUT OCORRENCIA-FILE
            IF FS-OCORRENCIA NOT = '00' THEN
               DISPLAY 'NENHUMA OCORRENCIA REGISTRADA AINDA '
                       '(PROGARQ017)'
               STOP RUN
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ OCORRENCIA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF WS-QTD-OCORRENCIAS < 2000 THEN
                           ADD 1 TO WS-QTD-OCORRENCIAS
                           MOVE REG-OCORRENCIA TO
                                WS-TAB-REG-OCORRENCIA
                                   (WS-QTD-OCORRENCIAS)
                        END-IF
               END-READ
            END-PERFORM
            CLOSE OCORRENCIA-FILE
            MOVE 'N' TO WS-EOF

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL - NENHUMA '
                       'CARTA DE OCORRENCIA GERADA'
               STOP RUN
            END-IF
            OPEN OUTPUT CARTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CARTA FROM AI-FAIXA
            END-IF

      * OCORRENCIA DE ALUNO DE OUTRA UNIDADE FICA PENDENTE (SEM
      * MARCA) PARA O OPERADOR DAQUELA UNIDADE.
            PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                    UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
               MOVE WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR)
                 TO REG-OCORRENCIA
               MOVE OC-CD-STUDENT TO WS-STUDENT-REL-KEY
               PERFORM P830-UNIDADE-DO-ALUNO
               IF (OC-ADVERTENCIA-ESCRITA OR OC-SUSPENSAO) AND
                  NOT OC-CARTA-JA-EMITIDA AND
                  WS-RETORNO-UNIDADE = 0 THEN
                  PERFORM P810-EMITIR-CARTA-OCORRENCIA
                  IF WS-ACHOU-RESP = 1 THEN
                     MOVE 'S' TO OC-CARTA-EMITIDA
                     MOVE REG-OCORRENCIA
                       TO WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR)
                     ADD 1 TO WS-QTD-OCOR-MARCADAS
                  END-IF
               END-IF
            END-PERFORM

            CLOSE CARTAS-FILE
            CLOSE STUDENT

            IF WS-QTD-OCOR-MARCADAS > 0 THEN
               OPEN OUTPUT OCORRENCIA-FILE
               PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                       UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
                  MOVE WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR)
                    TO REG-OCORRENCIA
                  WRITE REG-OCORRENCIA
               END-PERFORM
               CLOSE OCORRENCIA-FILE
            END-IF
            DISPLAY 'OCORRENCIAS MARCADAS EMITIDAS.: '
                    WS-QTD-OCOR-MARCADAS
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-EMITIR-CARTA-OCORRENCIA.
            MOVE OC-CD-STUDENT TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    MOVE '(FORA DO MESTRE)' TO WS-NM-ALUNO-OCOR
                    MOVE SPACES TO WS-CD-TURMA-OCOR
                 NOT INVALID KEY
                    MOVE NM-STUDENT TO WS-NM-ALUNO-OCOR
                    MOVE CD-TURMA TO WS-CD-TURMA-OCOR
            END-READ

            MOVE OC-CD-STUDENT TO WS-CD-ALUNO-BUSCA
            PERFORM P300-BUSCAR-RESPONSAVEL

            IF WS-ACHOU-RESP = 0 THEN
               ADD 1 TO WS-QTD-SEM-RESPONSAVEL
               MOVE SPACES TO REC-CARTA
               STRING '*** SEM RESPONSAVEL CADASTRADO: ALUNO '
                      OC-CD-STUDENT ' - ' WS-NM-ALUNO-OCOR
                      ' (CADASTRE NO PROGARQ005) ***'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
               WRITE REC-CARTA
            ELSE
               PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                       UNTIL WS-IDX-RESPS > WS-QTD-RESPS
                  ADD 1 TO WS-QTD-CARTAS
                  MOVE WS-RTB-NOME (WS-IDX-RESPS)
                    TO WS-RESP-NOME
                  MOVE WS-RTB-ENDERECO-1 (WS-IDX-RESPS)
                    TO WS-RESP-ENDERECO-1
                  MOVE WS-RTB-ENDERECO-2 (WS-IDX-RESPS)
                    TO WS-RESP-ENDERECO-2
                  MOVE WS-RTB-TELEFONE (WS-IDX-RESPS)
                    TO WS-RESP-TELEFONE
                  INITIALIZE CAMPOS-CARTA
                  MOVE WS-NM-ALUNO-OCOR   TO CC-NOME-ALUNO
                  MOVE WS-RESP-NOME       TO CC-NOME-RESP
                  MOVE WS-RESP-ENDERECO-1 TO CC-ENDERECO-1
                  MOVE WS-RESP-ENDERECO-2 TO CC-ENDERECO-2
                  MOVE WS-RESP-TELEFONE   TO CC-TELEFONE
                  MOVE WS-CD-TURMA-OCOR   TO CC-TURMA
                  MOVE OC-DATA-INICIO     TO CC-DATA-PROVA
                  MOVE OC-DATA-FIM        TO CC-DATA-FIM
                  MOVE OC-DESCRICAO       TO CC-DESCRICAO
                  MOVE WS-DATA-EMISSAO    TO CC-DATA-EMISSAO
                  IF OC-SUSPENSAO THEN
                     MOVE 'SUSPENSAO' TO WS-TIPO-CARTA
                  ELSE
                     MOVE 'ADVERTENCIA' TO WS-TIPO-CARTA
                  END-IF
                  CALL 'GERAR-CARTA-MODELO'
                                USING WS-TIPO-CARTA, CAMPOS-CARTA,
                                      LINHAS-CARTA,
                                      WS-RETORNO-MODELO
                  IF WS-RETORNO-MODELO = 0 THEN
                     PERFORM P380-GRAVAR-LINHAS-MODELO
                  ELSE
                     PERFORM P820-CARTA-OCORRENCIA-PADRAO
                  END-IF
               END-PERFORM
            END-IF
            .
       P810-FIM.
      *-----------------------------------------------------------------
       P820-CARTA-OCORRENCIA-PADRAO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'AO(A) SR(A). ' WS-RESP-NOME
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE WS-RESP-ENDERECO-1 TO REC-CARTA
            WRITE REC-CARTA
            MOVE WS-RESP-ENDERECO-2 TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            IF OC-SUSPENSAO THEN
               STRING 'O(A) ALUNO(A) ' WS-NM-ALUNO-OCOR
                      ' (TURMA ' WS-CD-TURMA-OCOR ') ESTA SUSPENSO(A)'
                      ' DE ' OC-DATA-INICIO ' A ' OC-DATA-FIM '.'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
            ELSE
               STRING 'O(A) ALUNO(A) ' WS-NM-ALUNO-OCOR
                      ' (TURMA ' WS-CD-TURMA-OCOR ') RECEBEU '
                      'ADVERTENCIA ESCRITA EM ' OC-DATA-INICIO '.'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
            END-IF
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'MOTIVO: ' OC-DESCRICAO
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'SOLICITAMOS O COMPARECIMENTO DO RESPONSAVEL A '
                   'COORDENACAO.'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'EMITIDO EM ' WS-DATA-EMISSAO
                   ' - SECRETARIA ESCOLAR'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            .
       P820-FIM.
      *-----------------------------------------------------------------
      * UNIDADE DO ALUNO (WS-STUDENT-REL-KEY) CONFERIDA COM A DO
      * OPERADOR - ALUNO FORA DO MESTRE CONTA COMO DA UNIDADE '01'.
      *-----------------------------------------------------------------
       P830-UNIDADE-DO-ALUNO.
            READ STUDENT
                 INVALID KEY
                    MOVE SPACES TO CD-UNIDADE
            END-READ
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          CD-UNIDADE, WS-RETORNO-UNIDADE
            .
       P830-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'GERAR-CARTAS' TO LY-PROGRAMA
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
       END PROGRAM GERAR-CARTAS.
