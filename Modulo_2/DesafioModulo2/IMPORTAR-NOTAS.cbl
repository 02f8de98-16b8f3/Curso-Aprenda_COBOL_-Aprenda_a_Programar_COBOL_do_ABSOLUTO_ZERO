      *          DIGITACAO NOTA A NOTA COMO FAZ O RECEBER-NOTAS
      *          INTERATIVO. A COLUNA FREQUENCIA (% DE PRESENCA, REQ048)
      *          EH OPCIONAL E CAI NO PADRAO DE FREQUENCIA INTEGRAL
      *          (100%) QUANDO AUSENTE. POSICAO DE NOTA SEM
      *          AVALIACAO PLANEJADA NA AGENDA DA TURMA EH AVISADA
      *          (P248).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * O LAYOUT DE PENDENTE VIVE NO FD DA AREA DE PREPARO (EH LA QUE
      * O LOTE ESCREVE); O VIVO SO RECEBE A COPIA INTEGRAL NO FIM.
       FD PENDENTES-FILE.
       01 REC-PENDENTE-VIVO           PIC X(235).
       FD PENDENTES-STAGE.
           COPY PENDENTE-RECORD.
       FD STAGE-CONTROLE.
      * LA QUE O LOTE ESCREVE); O VIVO SO RECEBE A COPIA INTEGRAL NA
      * EFETIVACAO - MESMO TRATAMENTO DOS PENDENTES.
       FD DETALHE-FILE.
       01 REC-DETALHE-VIVO            PIC X(47).
       FD TARDIO-FILE.
       01 REC-TARDIO-VIVO             PIC X(46).
       FD DETALHE-STAGE.
       77 WS-RETORNO-PARTE-DOIS       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-MATERIA   PIC 9(01)       VALUE 0.
      * 0 = ALUNO COM PEI EM VIGOR E AVALIACAO ADAPTADA NA MATERIA
      * (VEJA CONSULTAR-AEE E P507) - MARCA ND-ADAPTADA.
       77 WS-RETORNO-AEE              PIC 9(01)       VALUE 1.
       77 WS-QTD-IMPORTADOS           PIC 9(05)       VALUE 0.
       77 WS-QTD-REJEITADOS           PIC 9(05)       VALUE 0.
      * CAMPOS USADOS PARA QUEBRAR A LINHA CSV (UNSTRING COM POINTER,
      * LOTE EH DE COORDENADOR PARA CIMA.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): LINHA DE
      * ALUNO DE OUTRA UNIDADE EH REJEITADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-ESCALA-MAXIMO            PIC 9(03)       VALUE 100.
       77 WS-RETORNO-LER-ESCALA       PIC 9(01)       VALUE 0.
       77 WS-LIMIAR-APROV-PADRAO      PIC 9(03)V9(01) VALUE 70.
      * IMPORTACAO RECUSADA COM O PERIODO FECHADO OU SEM CONTROLE
      * CADASTRADO, MESMA REGRA DE PRINCIPAL/P020; O ANO/BIMESTRE
      * CARIMBA CADA REGISTRO DE HISTORICO GRAVADO (VEJA P520).
      * COM TURMAS SEMESTRAIS (EJA), OS PERIODOS DOS DOIS REGIMES SAO
      * LIDOS NO INICIO E O DO REGIME DA TURMA DE CADA LINHA VAI PARA
      * REG-PERIODO (VEJA P242), COMO EM PRINCIPAL/P411.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       77 WS-RETORNO-PERIODO-SEM      PIC 9(01)       VALUE 0.
       77 WS-REGIME-PERIODO           PIC X(01)       VALUE 'S'.
       77 WS-PERIODO-OK               PIC X(01)       VALUE 'S'.
       77 WS-QTD-REGIMES-ABERTOS      PIC 9(01)       VALUE 0.
       01 WS-PERIODO-BIMESTRAL        PIC X(07)       VALUE SPACES.
       01 WS-PERIODO-SEMESTRAL        PIC X(07)       VALUE SPACES.
           COPY PERIODO-RECORD.
      * FREQUENCIA APURADA DO LIVRO DE CHAMADA (VEJA APURAR-FREQUENCIA
      * E P250-APLICAR-FREQUENCIA-APURADA) - PREVALECE SOBRE A COLUNA
      * MATRICULA ATIVA EM ELETIVAS.TXT (PROGARQ012) - MESMA
      * VALIDACAO/TRANSICAO DE PRINCIPAL/P412.
       77 WS-ELETIVA-OK               PIC X(01)       VALUE 'S'.
      * TURMA DE REGIME DESCRITIVO (VEJA TU-REGIME-AVALIACAO E P245):
      * NAO TEM NOTA - O PARECER SO ENTRA PELO PRINCIPAL (RECEBER-
      * PARECER), ENTAO LINHA DE NOTA PARA ELA VAI PARA EXCECOES.TXT.
       77 WS-TURMA-DESCRITIVA         PIC X(01)       VALUE 'N'.
      * PRAZO DE LANCAMENTO (VEJA CONSULTAR-PRAZO E P247): A PRIMEIRA
      * LINHA VENCIDA PERGUNTA UMA UNICA VEZ SE O COORDENADOR DA
      * SESSAO (A IMPORTACAO JA EXIGE C/A) LIBERA OS TARDIOS - SEM
       77 WS-DIA-LIMITE               PIC 9(02)       VALUE 0.
       77 WS-MES-LIMITE               PIC 9(02)       VALUE 0.
       77 WS-ANO-LIMITE               PIC 9(04)       VALUE 0.
      * AGENDA DE AVALIACOES (VEJA CONSULTAR-AGENDA E P248): POSICAO
      * DE NOTA SEM AVALIACAO PLANEJADA NA TURMA/MATERIA/BIMESTRE EH
      * AVISADA UMA VEZ POR TURMA/MATERIA/POSICAO (NAO POR ALUNO) E
      * CONTADA NO ENCERRAMENTO - SO AVISO, A LINHA POSTA NORMALMENTE.
       77 WS-NR-AVALIACAO             PIC 9(02)       VALUE 0.
       77 WS-DATA-AGENDA              PIC 9(08)       VALUE 0.
       77 WS-TIPO-AGENDA              PIC 9(01)       VALUE 0.
       77 WS-RETORNO-AGENDA           PIC 9(01)       VALUE 0.
       77 WS-QTD-SEM-AGENDA           PIC 9(04)       VALUE 0.
       77 WS-IDX-AVISO                PIC 9(04)       VALUE 0.
       77 WS-JA-AVISADO               PIC X(01)       VALUE 'N'.
       01 WS-TABELA-AVISOS-AGENDA.
           02 WS-AVISO-AGENDA OCCURS 500 TIMES.
              03 WS-AVISO-TURMA       PIC X(05).
              03 WS-AVISO-MATERIA     PIC X(05).
              03 WS-AVISO-NR          PIC 9(02).
       77 WS-SERIE-ALUNO              PIC 9(02)       VALUE 0.
       77 WS-RETORNO-CURRICULO        PIC 9(01)       VALUE 0.
       77 WS-RETORNO-ELETIVA          PIC 9(01)       VALUE 0.
      * CONTEXTO-ERRO.CPY) - PREENCHIDO NO INICIO DA EXECUCAO E
      * MANTIDO COM O ALUNO EM PROCESSAMENTO.
           COPY CONTEXTO-ERRO.
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
            DISPLAY 'IMPORTACAO EM LOTE DE NOTAS (NOTAS-IMPORT.TXT)'

            DISPLAY 'IDENTIFICACAO DO OPERADOR (PARA AUDITORIA): '
               DISPLAY '***********************************************'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            MOVE 'IMPORTAR-NOTAS' TO CX-PROGRAMA
            MOVE WS-OPERADOR TO CX-OPERADOR
                                     USING WS-NOME-ALUNO,
                                           WS-RETORNO-NORMALIZAR
                          MOVE CD-TURMA TO WS-TURMA-ALUNO
                          CALL 'CONFERIR-UNIDADE'
                                     USING WS-UNIDADE-FILTRO,
                                           CD-UNIDADE,
                                           WS-RETORNO-UNIDADE
                          EVALUATE TRUE
                          WHEN WS-RETORNO-UNIDADE NOT = 0
                             ADD 1 TO WS-QTD-REJEITADOS
                             DISPLAY 'ALUNO ' WS-STUDENT-REL-KEY
                                     ' DE OUTRA UNIDADE ESCOLAR'
                                     ' - REJEITADO'
                          WHEN WS-CAB-TURMA NOT = SPACES AND
                               WS-TURMA-ALUNO NOT = WS-CAB-TURMA
                             ADD 1 TO WS-QTD-REJEITADOS
                             DISPLAY 'ALUNO ' WS-STUDENT-REL-KEY
                                     ' DA TURMA ' WS-TURMA-ALUNO
                                     ' FORA DO CABECALHO ('
                                     WS-CAB-TURMA ') - REJEITADO'
                          WHEN OTHER
                             PERFORM P242-CARREGAR-PERIODO-TURMA
                             PERFORM P240-VALIDAR-PROFESSOR
                             PERFORM P245-VALIDAR-ELETIVA
                             IF WS-RETORNO-BUSCAR-PROF = 1 THEN
                                ADD 1 TO WS-QTD-REJEITADOS
                                PERFORM P515-GRAVAR-EXCECAO-PROFESSOR
                             ELSE
                              EVALUATE TRUE
                              WHEN WS-PERIODO-OK = 'N'
                                ADD 1 TO WS-QTD-REJEITADOS
                                PERFORM P514-GRAVAR-EXCECAO-PERIODO
                              WHEN WS-ELETIVA-OK = 'N'
                                ADD 1 TO WS-QTD-REJEITADOS
                                PERFORM P516-GRAVAR-EXCECAO-ELETIVA
                              WHEN WS-TURMA-DESCRITIVA = 'S'
                                ADD 1 TO WS-QTD-REJEITADOS
                                PERFORM P517-GRAVAR-EXCECAO-DESCRITIVA
                              WHEN OTHER
                               PERFORM P247-CONFERIR-PRAZO
                               IF WS-PRAZO-OK = 'N' THEN
                                ADD 1 TO WS-QTD-REJEITADOS
                                PERFORM P460-ARMAR-PESOS-PADRAO
                                PERFORM P465-LIMPAR-ISENCOES
                                PERFORM P260-ABONAR-FALTAS
                                PERFORM P248-CONFERIR-AGENDA
                                PERFORM P400-CALCULAR-E-GRAVAR
                               END-IF
                              END-EVALUATE
                             END-IF
                          END-EVALUATE
                  END-READ
               END-IF
            END-IF
      * PERIODO LETIVO: IMPORTACAO SO COM O BIMESTRE ABERTO (MESMA
      * REGRA DE PRINCIPAL/P020) - RECUSADA INTEIRA ANTES DE ABRIR OS
      * ARQUIVOS DE SAIDA, PARA NAO POSTAR NOTA EM BIMESTRE FECHADO.
      * COM OS DOIS REGIMES, SO EH RECUSADA INTEIRA SE NENHUM ESTIVER
      * ABERTO; A LINHA DE TURMA COM O REGIME FECHADO VAI PARA
      * EXCECOES.TXT (P242/P514).
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
               STOP RUN
            END-IF

            IF WS-RETORNO-LER-PERIODO = 0 THEN
               MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
            END-IF

            IF WS-QTD-REGIMES-ABERTOS = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* PERIODO ' PE-ANO-LETIVO '/' PE-BIMESTRE
                       ' FECHADO - IMPORTACAO RECUSADA *'
               STOP RUN
            END-IF

            IF WS-RETORNO-LER-PERIODO = 0 THEN
               DISPLAY 'PERIODO LETIVO CORRENTE: ' PE-ANO-LETIVO
                       '/' PE-BIMESTRE ' (' PE-SITUACAO ')'
            END-IF
            IF WS-RETORNO-PERIODO-SEM = 0 THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
               DISPLAY 'PERIODO SEMESTRAL (EJA): ' PE-ANO-LETIVO
                       '/' PE-BIMESTRE ' (' PE-SITUACAO ')'
               IF WS-RETORNO-LER-PERIODO = 0 THEN
                  MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
               END-IF
            END-IF
            .
       P020-FIM.
      *-----------------------------------------------------------------
      * PERIODO DO REGIME DA TURMA DA LINHA (MESMA REGRA DE
      * PRINCIPAL/P411): TURMA SEMESTRAL USA O PERIODO SEMESTRAL, AS
      * DEMAIS O BIMESTRAL; AUSENTE OU FECHADO, A LINHA EH RECUSADA.
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
      * PROFESSOR RESPONSAVEL: MESMA VALIDACAO DE PRINCIPAL/P410 -
      * LINHA DE MATERIA/TURMA SEM PROFESSOR ATRIBUIDO EH REJEITADA E
      * VAI PARA EXCECOES.TXT; ARQUIVO DE ATRIBUICOES INEXISTENTE
      *-----------------------------------------------------------------
       P245-VALIDAR-ELETIVA.
            MOVE 'S' TO WS-ELETIVA-OK
            MOVE 'N' TO WS-TURMA-DESCRITIVA
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-ALUNO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
               IF TU-REGIME-DESCRITIVO THEN
                  MOVE 'S' TO WS-TURMA-DESCRITIVA
               END-IF
               MOVE TU-SERIE TO WS-SERIE-ALUNO
               CALL 'BUSCAR-CURRICULO'
                             USING WS-SERIE-ALUNO, WS-CD-MATERIA,
            END-IF
            .
       P247-FIM.
      *-----------------------------------------------------------------
      * CADA POSICAO DE NOTA DA LINHA CONFERIDA NA AGENDA DE
      * AVALIACOES DA TURMA (MESMO AVISO DO RECEBER-NOTAS/P519). SEM
      * AGENDA CADASTRADA (RETORNO 2), NAO HA AVISO (TRANSICAO).
      *-----------------------------------------------------------------
       P248-CONFERIR-AGENDA.
            PERFORM VARYING WS-NR-AVALIACAO FROM 1 BY 1
                    UNTIL WS-NR-AVALIACAO > WS-QTD-NOTAS
               CALL 'CONSULTAR-AGENDA'
                             USING WS-TURMA-ALUNO, WS-CD-MATERIA,
                                   PE-ANO-LETIVO, PE-BIMESTRE,
                                   WS-NR-AVALIACAO, WS-DATA-AGENDA,
                                   WS-TIPO-AGENDA, WS-RETORNO-AGENDA
               IF WS-RETORNO-AGENDA = 1 THEN
                  MOVE 'N' TO WS-JA-AVISADO
                  PERFORM VARYING WS-IDX-AVISO FROM 1 BY 1
                          UNTIL WS-IDX-AVISO > WS-QTD-SEM-AGENDA
                             OR WS-IDX-AVISO > 500
                     IF WS-AVISO-TURMA (WS-IDX-AVISO) = WS-TURMA-ALUNO
                        AND WS-AVISO-MATERIA (WS-IDX-AVISO) =
                            WS-CD-MATERIA
                        AND WS-AVISO-NR (WS-IDX-AVISO) =
                            WS-NR-AVALIACAO THEN
                        MOVE 'S' TO WS-JA-AVISADO
                     END-IF
                  END-PERFORM
                  IF WS-JA-AVISADO = 'N' THEN
                     ADD 1 TO WS-QTD-SEM-AGENDA
                     IF WS-QTD-SEM-AGENDA <= 500 THEN
                        MOVE WS-TURMA-ALUNO
                          TO WS-AVISO-TURMA (WS-QTD-SEM-AGENDA)
                        MOVE WS-CD-MATERIA
                          TO WS-AVISO-MATERIA (WS-QTD-SEM-AGENDA)
                        MOVE WS-NR-AVALIACAO
                          TO WS-AVISO-NR (WS-QTD-SEM-AGENDA)
                     END-IF
                     DISPLAY 'AVISO: NOTA ' WS-NR-AVALIACAO ' DE '
                             WS-TURMA-ALUNO '/' WS-CD-MATERIA
                             ' SEM AVALIACAO PLANEJADA NA AGENDA'
                  END-IF
               END-IF
            END-PERFORM
            .
       P248-FIM.
      *-----------------------------------------------------------------
       P514-GRAVAR-EXCECAO-PERIODO.
            DISPLAY 'PERIODO DO REGIME DA TURMA FECHADO - ALUNO '
                    WS-STUDENT-REL-KEY ' ' WS-TURMA-ALUNO
            MOVE SPACES TO REG-EXCECAO
            MOVE WS-STUDENT-REL-KEY TO XC-CD-STUDENT
            MOVE WS-CD-MATERIA      TO XC-CD-MATERIA
            MOVE WS-TURMA-ALUNO     TO XC-CD-TURMA
            MOVE 'PERIODO DO REGIME DA TURMA FECHADO'
              TO XC-MOTIVO
            MOVE 'IMPORTAR-NOTAS' TO XC-ORIGEM
            ACCEPT XC-DATA FROM DATE YYYYMMDD
            ACCEPT XC-HORA FROM TIME
            SET XC-ABERTA TO TRUE
            MOVE SPACES TO XC-COD-RESOLUCAO
            MOVE SPACES TO XC-OPERADOR-RESOLVEU
            WRITE REG-EXCECAO
            .
       P514-FIM.
      *-----------------------------------------------------------------
       P518-GRAVAR-EXCECAO-PRAZO.
            DISPLAY 'PRAZO VENCIDO SEM LIBERACAO - ALUNO '
            WRITE REG-EXCECAO
            .
       P516-FIM.
      *-----------------------------------------------------------------
      * TURMA DE REGIME DESCRITIVO NAO RECEBE NOTA: A LINHA NAO EH
      * POSTADA - O PARECER DO ALUNO EH LANCADO NO PRINCIPAL.
      *-----------------------------------------------------------------
       P517-GRAVAR-EXCECAO-DESCRITIVA.
            DISPLAY 'TURMA DE AVALIACAO DESCRITIVA - '
                    WS-TURMA-ALUNO '/' WS-STUDENT-REL-KEY
            MOVE SPACES TO REG-EXCECAO
            MOVE WS-STUDENT-REL-KEY TO XC-CD-STUDENT
            MOVE WS-CD-MATERIA      TO XC-CD-MATERIA
            MOVE WS-TURMA-ALUNO     TO XC-CD-TURMA
            MOVE 'TURMA DE AVALIACAO DESCRITIVA'
              TO XC-MOTIVO
            MOVE 'IMPORTAR-NOTAS' TO XC-ORIGEM
            ACCEPT XC-DATA FROM DATE YYYYMMDD
            ACCEPT XC-HORA FROM TIME
            SET XC-ABERTA TO TRUE
            MOVE SPACES TO XC-COD-RESOLUCAO
            MOVE SPACES TO XC-OPERADOR-RESOLVEU
            WRITE REG-EXCECAO
            .
       P517-FIM.
      *-----------------------------------------------------------------
       P515-GRAVAR-EXCECAO-PROFESSOR.
            DISPLAY 'SEM PROFESSOR ATRIBUIDO A TURMA/MATERIA - '
      * A ESCALA EM VIGOR VIAJA COM O PENDENTE: A MEDIA SO FAZ
      * SENTIDO JUNTO DA ESCALA EM QUE FOI DADA (VEJA NH-ESCALA).
            MOVE WS-ESCALA-MAXIMO      TO PD-ESCALA
            SET PD-ORIGEM-NORMAL       TO TRUE
            WRITE REG-PENDENTE
            PERFORM P507-GRAVAR-DETALHE-NOTAS
            IF WS-LANCAMENTO-TARDIO = 'S' THEN
      *-----------------------------------------------------------------
      * DETALHE DO LANCAMENTO: UM REGISTRO POR NOTA DA LINHA IMPORTADA
      * (MESMO PAPEL DE P507 EM PRINCIPAL), COM O MESMO CARIMBO DE
      * DATA/HORA DO PENDENTE. A MARCA DE AVALIACAO ADAPTADA SAI DO
      * CADASTRO DE AEE, COMO EM PRINCIPAL.
      *-----------------------------------------------------------------
       P507-GRAVAR-DETALHE-NOTAS.
            CALL 'CONSULTAR-AEE' USING WS-STUDENT-REL-KEY,
                          WS-CD-MATERIA, WS-DATA-PROCESSAMENTO,
                          WS-RETORNO-AEE
            PERFORM VARYING WS-IDX-PESO FROM 1 BY 1
                    UNTIL WS-IDX-PESO > WS-QTD-NOTAS
               MOVE WS-STUDENT-REL-KEY TO ND-CD-STUDENT
               MOVE WS-NOTA-ISENTA (WS-IDX-PESO) TO ND-ISENTA
               MOVE WS-DATA-PROCESSAMENTO TO ND-DATA-LANCAMENTO
               MOVE WS-HORA-PROCESSAMENTO TO ND-HORA-LANCAMENTO
               IF WS-RETORNO-AEE = 0 AND ND-ISENTA NOT = 'S' THEN
                  MOVE 'S' TO ND-ADAPTADA
               ELSE
                  MOVE 'N' TO ND-ADAPTADA
               END-IF
               WRITE REG-NOTA-DETALHE
            END-PERFORM
            .
                    WS-QTD-IMPORTADOS
            DISPLAY 'LINHAS REJEITADAS...................: '
                    WS-QTD-REJEITADOS
            DISPLAY 'NOTAS SEM AVALIACAO NA AGENDA.......: '
                    WS-QTD-SEM-AGENDA
            .
       P999-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'IMPORTAR-NOTAS' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE LENGTH OF REC-PENDENTE-VIVO TO LY-TAMANHO
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
       END PROGRAM IMPORTAR-NOTAS.
