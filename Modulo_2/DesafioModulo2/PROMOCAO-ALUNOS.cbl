      *          MEMORIA DE 2000 POSICOES COM BUSCA LINEAR DEIXAVA
      *          ALUNOS FORA DA DECISAO SEM AVISO QUANDO ESTOURAVA, E
      *          FAZIA O FECHAMENTO DO ANO QUADRATICO.
      *          ALUNO DE TURMA DE REGIME DESCRITIVO (ANOS INICIAIS,
      *          SEM NOTA - VEJA TU-REGIME-AVALIACAO) TEM PROGRESSAO
      *          AUTOMATICA: OS PARECERES DO ANO (PARECERES.TXT) SO O
      *          FAZEM APARECER NA DECISAO.
      *          ALUNO DE TURMA SEMESTRAL (EJA, VEJA TU-REGIME-PERIODO)
      *          TEM A MEDIA ANUAL PONDERADA PELOS PESOS DOS SEMESTRES
      *          E O MAXIMO DE DEPENDENCIAS DA CONFIGURACAO DO REGIME
      *          SEMESTRAL (CONFIG-PROMOCAO.TXT TEM UM REGISTRO POR
      *          REGIME).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../../DEPENDENCIAS-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

      * PARECERES DESCRITIVOS DO ANO (VEJA PARECER-RECORD.CPY): ALUNO
      * DE TURMA DESCRITIVA NAO TEM REGISTRO EM NOTAS-HIST.TXT.
           SELECT PARECER-FILE ASSIGN TO
           '../../PARECERES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARECER.

           SELECT SORT-WORK ASSIGN TO 'SORTWORK-PROMO.TMP'.
       DATA DIVISION.
       FILE SECTION.
           COPY DEPENDENCIA-RECORD.
       FD DEPENDENCIA-TRAB.
       01 REG-DEPENDENCIA-TRAB        PIC X(61).
       FD PARECER-FILE.
           COPY PARECER-RECORD.
       SD SORT-WORK.
       01 REG-SORT-ALUNO.
           03 SA-CD-STUDENT         PIC 9(05).
       77 WS-TEM-RECUPERACAO-ALUNO    PIC X(01)       VALUE 'N'.
       77 WS-QTD-INCOMPLETOS          PIC 9(05)       VALUE 0.
       77 WS-QTD-PROM-DEPENDENCIA     PIC 9(05)       VALUE 0.
      * PROGRESSAO AUTOMATICA DAS TURMAS DE REGIME DESCRITIVO (VEJA
      * P910/P920): O REGIME VEM DO CADASTRO DA TURMA DO ALUNO.
       77 WS-QTD-PROGRESSAO-AUTOMATICA
                                      PIC 9(05)       VALUE 0.
       77 WS-REGIME-ALUNO             PIC X(01)       VALUE 'N'.
       77 FS-PARECER                  PIC X(02)       VALUE SPACES.
      * RESULTADOS POR MATERIA DO ALUNO CORRENTE (30 MATERIAS COBRE
      * QUALQUER GRADE DA ESCOLA): AS MEDIAS DOS BIMESTRES SAO
      * ACUMULADAS COM O PESO DO BIMESTRE (REGIMENTO PEDAGOGICO - O
       01 WS-PESOS-BIMESTRE.
           02 WS-PESO-BIM OCCURS 4 TIMES
                                      PIC 9(02)       VALUE 1.
      * CONFIGURACAO DO REGIME SEMESTRAL (TURMAS DE EJA): UM PESO POR
      * SEMESTRE E O MAXIMO DE DEPENDENCIAS PROPRIO - SEM REGISTRO DO
      * REGIME, PESOS IGUAIS E ZERO DEPENDENCIAS. O ALUNO EM DECISAO
      * USA A DO REGIME DA TURMA DELE (VEJA P903).
       77 WS-EOF-CONFIG               PIC A(01)       VALUE 'N'.
       77 WS-MAX-DEP-SEMESTRAL        PIC 9(01)       VALUE 0.
       01 WS-PESOS-SEMESTRE.
           02 WS-PESO-SEM OCCURS 2 TIMES
                                      PIC 9(02)       VALUE 1.
       77 WS-PERIODO-ALUNO            PIC X(01)       VALUE 'B'.
       77 WS-MAX-DEP-ALUNO            PIC 9(01)       VALUE 0.
       77 WS-QTD-TURMAS-SEMESTRAIS    PIC 9(03)       VALUE 0.
      * ANO LETIVO EM DECISAO: PARAMETRO DE EXECUCAO (ACCEPT FROM
      * COMMAND-LINE, MESMO PADRAO DO LOTE AUTOMATICO DE PRINCIPAL) -
      * AUSENTE/INVALIDO, VALE O ANO DA DATA DE HOJE. EH O ANO DE
              03 WS-TUR-CD-TURMA      PIC X(05).
              03 WS-TUR-SERIE         PIC 9(02).
              03 WS-TUR-LIMIAR        PIC 9(03).
              03 WS-TUR-REGIME        PIC X(01).
              03 WS-TUR-PERIODO       PIC X(01).
       77 WS-SERIE-ALUNO              PIC 9(02)       VALUE 0.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       01 WS-MATERIAS-VISTAS.
       77 WS-TEM-FALTANTE             PIC X(01)       VALUE 'N'.
       01 WS-LISTA-FALTANTES          PIC X(40)       VALUE SPACES.
       77 WS-PTR-FALTANTES            PIC 9(03)       VALUE 1.
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
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            ACCEPT WS-PARM-PROMOCAO FROM COMMAND-LINE

            CLOSE NOTAS-HIST
            MOVE 'N' TO WS-EOF

      * PARECERES DO ANO EM DECISAO ENTRAM COMO REGISTRO 'DESCRITIVO'
      * (SEM MEDIA) - NAO ACUMULAM EM P907, SO MARCAM A PRESENCA DO
      * ALUNO E DA MATERIA.
            OPEN INPUT PARECER-FILE
            IF FS-PARECER = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARECER-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PR-ANO-LETIVO = WS-ANO-DECISAO THEN
                              MOVE PR-CD-STUDENT TO SA-CD-STUDENT
                              MOVE PR-NM-STUDENT TO SA-NM-STUDENT
                              MOVE 'DESCRITIVO'  TO SA-STATUS
                              MOVE PR-CD-TURMA   TO SA-CD-TURMA
                              MOVE PR-CD-MATERIA TO SA-CD-MATERIA
                              MOVE 0             TO SA-MEDIA
                              MOVE PR-BIMESTRE   TO SA-BIMESTRE
                              RELEASE REG-SORT-ALUNO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PARECER-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
            END-STRING
            WRITE REC-PROMOCAO

            IF WS-QTD-TURMAS-SEMESTRAIS > 0 THEN
               MOVE SPACES TO REC-PROMOCAO
               STRING 'PESOS POR SEMESTRE (EJA): '
                      WS-PESO-SEM (1) '/' WS-PESO-SEM (2)
                      '  MAXIMO DE DEPENDENCIAS: '
                      WS-MAX-DEP-SEMESTRAL
                      DELIMITED BY SIZE INTO REC-PROMOCAO
               END-STRING
               WRITE REC-PROMOCAO
            END-IF

            MOVE SPACES TO REC-PROMOCAO
            WRITE REC-PROMOCAO
            .
      * CONFIGURACAO DA PROMOCAO (CONFIG-PROMOCAO.TXT, MANTIDA PELO
      * CONTROLE-PERIODO): SEM ARQUIVO, FICAM OS PADROES (ZERO
      * DEPENDENCIAS, PESOS IGUAIS). PESO ZERO CADASTRADO VALE 1 -
      * BIMESTRE NENHUM PODE SUMIR DA MEDIA ANUAL. O REGISTRO DO
      * REGIME SEMESTRAL VAI PARA OS PESOS/MAXIMO DOS SEMESTRES.
      *-----------------------------------------------------------------
       P040-CARREGAR-CONFIG.
            MOVE 'N' TO WS-EOF-CONFIG
            OPEN INPUT CONFIG-PROMOCAO-FILE
            IF FS-CONFIG = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-CONFIG = 'F'
                  READ CONFIG-PROMOCAO-FILE
                       AT END MOVE 'F' TO WS-EOF-CONFIG
                       NOT AT END
                           IF PC-REGIME-SEMESTRAL THEN
                              PERFORM P042-CARREGAR-CONFIG-SEMESTRAL
                           ELSE
                              PERFORM P041-CARREGAR-CONFIG-BIMESTRAL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CONFIG-PROMOCAO-FILE
            END-IF
            .
       P040-FIM.
      *-----------------------------------------------------------------
       P041-CARREGAR-CONFIG-BIMESTRAL.
            MOVE PC-MAX-DEPENDENCIAS
              TO WS-MAX-DEPENDENCIAS
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > 4
               IF PC-PESO-BIMESTRE (WS-IDX-MAT)
                  IS NUMERIC AND
                  PC-PESO-BIMESTRE (WS-IDX-MAT) > 0 THEN
                  MOVE PC-PESO-BIMESTRE (WS-IDX-MAT)
                    TO WS-PESO-BIM (WS-IDX-MAT)
               END-IF
            END-PERFORM
            .
       P041-FIM.
      *-----------------------------------------------------------------
       P042-CARREGAR-CONFIG-SEMESTRAL.
            MOVE PC-MAX-DEPENDENCIAS
              TO WS-MAX-DEP-SEMESTRAL
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > 2
               IF PC-PESO-BIMESTRE (WS-IDX-MAT)
                  IS NUMERIC AND
                  PC-PESO-BIMESTRE (WS-IDX-MAT) > 0 THEN
                  MOVE PC-PESO-BIMESTRE (WS-IDX-MAT)
                    TO WS-PESO-SEM (WS-IDX-MAT)
               END-IF
            END-PERFORM
            .
       P042-FIM.
      *-----------------------------------------------------------------
      * REMOVE POR COPIA AS DEPENDENCIAS ABERTAS DO ANO EM DECISAO -
      * A PROMOCAO PODE SER RERODADA SEM DUPLICAR DEPENDENCIA; AS
                           MOVE HA-CD-STUDENT TO WS-ALUNO-ANTERIOR
                           MOVE HA-NM-STUDENT TO WS-NOME-ANTERIOR
                           MOVE HA-CD-TURMA   TO WS-TURMA-ALUNO
                           PERFORM P903-DEFINIR-PERIODO-ALUNO
                           MOVE 'N' TO WS-TEM-RECUPERACAO-ALUNO
                           MOVE 0 TO WS-QTD-MATERIAS-ALUNO
                           MOVE SPACES TO WS-MATERIAS-VISTAS
                        END-IF
                        IF HA-STATUS NOT = 'DESCRITIVO' THEN
                           PERFORM P907-ACUMULAR-MATERIA
                        END-IF
                        PERFORM P905-MARCAR-MATERIA-VISTA
               END-READ
            END-PERFORM
                                   WS-TUR-SERIE (WS-QTD-TURMAS)
                              MOVE TU-LIMIAR-APROVACAO TO
                                   WS-TUR-LIMIAR (WS-QTD-TURMAS)
                              MOVE TU-REGIME-AVALIACAO TO
                                   WS-TUR-REGIME (WS-QTD-TURMAS)
                              MOVE 'B' TO
                                   WS-TUR-PERIODO (WS-QTD-TURMAS)
                              IF TU-PERIODO-SEMESTRAL THEN
                                 MOVE 'S' TO
                                      WS-TUR-PERIODO (WS-QTD-TURMAS)
                                 ADD 1 TO WS-QTD-TURMAS-SEMESTRAIS
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * REGIME DE PERIODOS DO ALUNO EM DECISAO (O DA TURMA DELE): DAI
      * SAEM OS PESOS DA MEDIA ANUAL (P907) E O MAXIMO DE DEPENDENCIAS
      * (P910). TURMA SEM CADASTRO SEGUE O BIMESTRAL.
      *-----------------------------------------------------------------
       P903-DEFINIR-PERIODO-ALUNO.
            MOVE 'B' TO WS-PERIODO-ALUNO
            MOVE WS-MAX-DEPENDENCIAS TO WS-MAX-DEP-ALUNO
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TUR-CD-TURMA (WS-IDX-TURMA) = WS-TURMA-ALUNO
                  AND WS-TUR-PERIODO (WS-IDX-TURMA) = 'S' THEN
                  MOVE 'S' TO WS-PERIODO-ALUNO
                  MOVE WS-MAX-DEP-SEMESTRAL TO WS-MAX-DEP-ALUNO
               END-IF
            END-PERFORM
            .
       P903-FIM.
      *-----------------------------------------------------------------
      * MARCA NA GRADE QUE A MATERIA DO REGISTRO APARECEU PARA O
      * ALUNO CORRENTE (A MARCA EH POR POSICAO DA TABELA DA GRADE).
      *-----------------------------------------------------------------
       P905-FIM.
      *-----------------------------------------------------------------
      * ACUMULA O REGISTRO NA TABELA POR MATERIA DO ALUNO CORRENTE: A
      * MEDIA DO BIMESTRE ENTRA COM O PESO DO BIMESTRE - NA TURMA
      * SEMESTRAL, O DO SEMESTRE (VEJA P903) - E O REGISTRO SEM
      * CARIMBO DE PERIODO ENTRA COM PESO 1; RECUPERACAO NAO
      * RESOLVIDA MARCA A MATERIA (E SEGURA O ALUNO). A REPROVACAO DA
      * MATERIA SO EH DECIDIDA NO FIM, PELA MEDIA ANUAL PONDERADA
      * (VEJA P912).
               MOVE 1 TO WS-PESO-REGISTRO
               IF HA-BIMESTRE IS NUMERIC THEN
                  MOVE HA-BIMESTRE TO WS-BIM-REGISTRO
                  IF WS-PERIODO-ALUNO = 'S' THEN
                     IF WS-BIM-REGISTRO >= 1 AND
                        WS-BIM-REGISTRO <= 2 THEN
                        MOVE WS-PESO-SEM (WS-BIM-REGISTRO)
                          TO WS-PESO-REGISTRO
                     END-IF
                  ELSE
                     IF WS-BIM-REGISTRO >= 1 AND
                        WS-BIM-REGISTRO <= 4 THEN
                        MOVE WS-PESO-BIM (WS-BIM-REGISTRO)
                          TO WS-PESO-REGISTRO
                     END-IF
                  END-IF
               END-IF
               COMPUTE WS-MAT-SOMA-PONDERADA (WS-POS-MAT) =
      * DEPENDENCIAS RETEM; MATERIA OBRIGATORIA DA SERIE SEM RESULTADO
      * GERA INCOMPLETO; REPROVACAO DENTRO DO MAXIMO SAI PROMOVIDO-
      * COM-DEPENDENCIA (AS MATERIAS CARREGADAS VAO LISTADAS NA LINHA
      * E GRAVADAS EM DEPENDENCIAS.TXT); SO ENTAO PROMOVIDO. ANTES DE
      * TUDO, TURMA DE REGIME DESCRITIVO TEM PROGRESSAO AUTOMATICA.
      *-----------------------------------------------------------------
       P910-GRAVAR-DECISAO.
            ADD 1 TO WS-QTD-ALUNOS

            MOVE SPACES TO REC-PROMOCAO
            EVALUATE TRUE
               WHEN WS-REGIME-ALUNO = 'D'
                  ADD 1 TO WS-QTD-PROGRESSAO-AUTOMATICA
                  STRING WS-ALUNO-ANTERIOR ' - '
                         WS-NOME-ANTERIOR
                         ' - PROMOVIDO (PROGRESSAO AUTOMATICA)'
                         DELIMITED BY SIZE INTO REC-PROMOCAO
                  END-STRING
               WHEN WS-TEM-RECUPERACAO-ALUNO = 'S'
                  ADD 1 TO WS-QTD-RETIDOS
                  STRING WS-ALUNO-ANTERIOR ' - '
                         ' - RETIDO'
                         DELIMITED BY SIZE INTO REC-PROMOCAO
                  END-STRING
               WHEN WS-QTD-REPROVADAS-ALUNO > WS-MAX-DEP-ALUNO
                  ADD 1 TO WS-QTD-RETIDOS
                  STRING WS-ALUNO-ANTERIOR ' - '
                         WS-NOME-ANTERIOR
            MOVE 1 TO WS-PTR-FALTANTES

            MOVE 0 TO WS-SERIE-ALUNO
            MOVE 'N' TO WS-REGIME-ALUNO
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TUR-CD-TURMA (WS-IDX-TURMA) = WS-TURMA-ALUNO
                  THEN
                  MOVE WS-TUR-SERIE (WS-IDX-TURMA)
                    TO WS-SERIE-ALUNO
                  IF WS-TUR-REGIME (WS-IDX-TURMA) = 'D' THEN
                     MOVE 'D' TO WS-REGIME-ALUNO
                  END-IF
               END-IF
            END-PERFORM

                    WS-QTD-PROMOVIDOS
            DISPLAY 'PROMOVIDOS COM DEPENDENCIA.........: '
                    WS-QTD-PROM-DEPENDENCIA
            DISPLAY 'PROGRESSAO AUTOMATICA (DESCRITIVO).: '
                    WS-QTD-PROGRESSAO-AUTOMATICA
            DISPLAY 'RETIDOS............................: '
                    WS-QTD-RETIDOS
            DISPLAY 'INCOMPLETOS (GRADE NAO COBERTA)....: '
            .
       P950-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PROMOCAO-ALUNOS' TO LY-PROGRAMA
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
       END PROGRAM PROMOCAO-ALUNOS.
