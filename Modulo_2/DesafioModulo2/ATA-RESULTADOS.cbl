      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: ATA DE RESULTADOS FINAIS DA TURMA NO FIM DO ANO
      *          LETIVO (DOCUMENTO OFICIAL DA SECRETARIA - NAO EH A
      *          ATA DO CONSELHO, QUE SO TRAZ OS CASOS DELIBERADOS):
      *          TODO ALUNO QUE PASSOU PELA TURMA NO ANO, EM ORDEM
      *          ALFABETICA E NUMERADO, COM A MEDIA FINAL POR MATERIA
      *          (MEDIA ANUAL PONDERADA PELOS PESOS DE CONFIG-
      *          PROMOCAO.TXT, COMO NA PROMOCAO-ALUNOS, NA ESCALA
      *          CORRENTE), A FREQUENCIA E A SITUACAO FINAL:
      *          APROVADO, APROVADO COM DEPENDENCIA, REPROVADO,
      *          TRANSFERIDO (TRANSFERENCIAS-SAIDA.TXT OU ST-ALUNO
      *          'T'), EVADIDO (ST-ALUNO 'V'), INCOMPLETO OU SEM
      *          RESULTADO. FONTES: NOTAS-HIST.TXT, STUDENT.TXT,
      *          TRANSFERENCIAS-SAIDA.TXT E PROMOCAO.TXT. SAI EM GRADE
      *          DE 132 COLUNAS (PAISAGEM) EM ATA-RESULTADOS.TXT COM
      *          AS LINHAS DE ASSINATURA E VAI PARA O SPOOL DE
      *          RELATORIOS (VEJA ESPOLAR-SAIDA).
      *          TURMA SEMESTRAL (EJA) USA OS PESOS DOS SEMESTRES DA
      *          CONFIGURACAO DO SEU REGIME E O ANO DO SEU PERIODO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATA-RESULTADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT SAIDA-FILE ASSIGN TO
           '../../TRANSFERENCIAS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAIDA.

           SELECT PROMOCAO-FILE ASSIGN TO
           '../../PROMOCAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROMOCAO.

           SELECT CONFIG-PROMOCAO-FILE ASSIGN TO
           '../../CONFIG-PROMOCAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIG.

           SELECT ATA-FILE ASSIGN TO
           '../../ATA-RESULTADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD SAIDA-FILE.
           COPY SAIDA-RECORD.
       FD PROMOCAO-FILE.
       01 REC-PROMOCAO             PIC X(100).
       FD CONFIG-PROMOCAO-FILE.
           COPY PROMOCAO-CONFIG-RECORD.
       FD ATA-FILE.
       01 REC-ATA                  PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-SAIDA                    PIC X(02)       VALUE SPACES.
       77 FS-PROMOCAO                 PIC X(02)       VALUE SPACES.
       77 FS-CONFIG                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): ATA DE
      * TURMA DE OUTRA UNIDADE NAO EH EMITIDA POR ELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-TURMA-FILTRO             PIC X(05)       VALUE SPACES.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-SERIE-ED                 PIC Z9.
           COPY TURMA-RECORD.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * PESOS DOS BIMESTRES NA MEDIA ANUAL (CONFIG-PROMOCAO.TXT) E A
      * ESCALA CORRENTE - A MESMA CONTA DA PROMOCAO-ALUNOS, PARA A ATA
      * NAO DIVERGIR DA DECISAO QUE ELA REGISTRA.
      * NA TURMA SEMESTRAL OS DOIS PRIMEIROS PESOS SAO OS DOS
      * SEMESTRES (REGISTRO DO REGIME 'S' DA CONFIGURACAO).
       01 WS-PESOS-BIMESTRE.
           02 WS-PESO-BIM OCCURS 4 TIMES PIC 9(02)   VALUE 1.
       77 WS-REGIME-TURMA             PIC X(01)       VALUE 'B'.
       77 WS-EOF-CONFIG               PIC A(01)       VALUE 'N'.
       77 WS-PESO-REGISTRO            PIC 9(02)       VALUE 1.
       77 WS-BIM-REGISTRO             PIC 9(01)       VALUE 0.
       77 WS-ESCALA-MAXIMO            PIC 9(03)       VALUE 100.
       77 WS-ESCALA-REGISTRO          PIC 9(03)       VALUE 100.
       77 WS-RETORNO-LER-ESCALA       PIC 9(01)       VALUE 0.
       77 WS-MEDIA-REGISTRO           PIC 9(03)V9(01) VALUE 0.
       77 WS-ANO-TRADUZIR             PIC 9(04)       VALUE 0.
       77 WS-MATERIA-ATUAL            PIC X(05)       VALUE SPACES.
       77 WS-RETORNO-TRADUZIR         PIC 9(01)       VALUE 0.
      * COLUNAS DE MATERIA DA GRADE (ORDEM DE APARICAO NO HISTORICO).
      * A FOLHA PAISAGEM COMPORTA 10; ALEM DISSO A ATA SAI COM AVISO.
       77 WS-QTD-MATERIAS             PIC 9(02)       VALUE 0.
       77 WS-IDX-MAT                  PIC 9(02)       VALUE 0.
       77 WS-POS-MAT                  PIC 9(02)       VALUE 0.
       77 WS-ESTOURO-MATERIAS         PIC X(01)       VALUE 'N'.
       01 WS-TABELA-MATERIAS.
           02 WS-MAT-CD OCCURS 10 TIMES PIC X(05).
      * ALUNOS DA TURMA NO ANO: QUEM TEM NOTA NA TURMA, QUEM ESTA NELA
      * NO MESTRE E QUEM SAIU DELA TRANSFERIDO NO ANO.
       77 WS-QTD-ALUNOS               PIC 9(03)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(03)       VALUE 0.
       77 WS-IDX-ALUNO-2              PIC 9(03)       VALUE 0.
       77 WS-POS-ALUNO                PIC 9(03)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(03)       VALUE 0.
       77 WS-ESTOURO-ALUNOS           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 80 TIMES.
              03 WS-ALU-CD            PIC 9(05).
              03 WS-ALU-NOME          PIC X(30).
              03 WS-ALU-SITUACAO      PIC X(01).
              03 WS-ALU-TRANSFERIDO   PIC X(01).
              03 WS-ALU-DATA-SAIDA    PIC 9(08).
              03 WS-ALU-RESULTADO     PIC X(60).
              03 WS-ALU-FREQ-SOMA     PIC 9(05)V9(01).
              03 WS-ALU-FREQ-QTD      PIC 9(03).
              03 WS-ALU-MATERIA OCCURS 10 TIMES.
                 04 WS-ALU-SOMA-POND  PIC 9(06)V9(02).
                 04 WS-ALU-SOMA-PESOS PIC 9(03).
       01 WS-ALUNO-TEMP               PIC X(224)      VALUE SPACES.
      * LINHA DO RELATORIO DE PROMOCAO ('CODIGO - NOME - RESULTADO').
       77 WS-CD-LIDO                  PIC X(10)       VALUE SPACES.
       77 WS-NM-LIDO                  PIC X(40)       VALUE SPACES.
       77 WS-RESULTADO-LIDO           PIC X(60)       VALUE SPACES.
       77 WS-CD-ALUNO                 PIC 9(05)       VALUE 0.
      * IMPRESSAO DA GRADE.
       77 WS-MEDIA-FINAL              PIC 9(03)V9(01) VALUE 0.
       77 WS-MEDIA-EDT                PIC ZZ9.9.
       77 WS-FREQ-FINAL               PIC 9(03)V9(01) VALUE 0.
       77 WS-FREQ-EDT                 PIC ZZ9.9.
       77 WS-NR-ORDEM                 PIC Z9.
       77 WS-SITUACAO-FINAL           PIC X(20)       VALUE SPACES.
       77 WS-PONTEIRO                 PIC 9(03)       VALUE 1.
       01 WS-SEPARADOR                PIC X(132)      VALUE ALL '='.
       01 WS-TRACO                    PIC X(132)      VALUE ALL '-'.
      * TOTAIS POR SITUACAO FINAL.
       77 WS-QTD-APROVADOS            PIC 9(03)       VALUE 0.
       77 WS-QTD-APROV-DEPENDENCIA    PIC 9(03)       VALUE 0.
       77 WS-QTD-REPROVADOS           PIC 9(03)       VALUE 0.
       77 WS-QTD-TRANSFERIDOS         PIC 9(03)       VALUE 0.
       77 WS-QTD-EVADIDOS             PIC 9(03)       VALUE 0.
       77 WS-QTD-INCOMPLETOS          PIC 9(03)       VALUE 0.
       77 WS-QTD-SEM-RESULTADO        PIC 9(03)       VALUE 0.
      * SPOOL DE RELATORIOS (VEJA ESPOLAR-SAIDA).
       77 WS-PROGRAMA-SPOOL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-SPOOL            PIC X(40)       VALUE SPACES.
       77 WS-PARAMETROS-SPOOL         PIC X(40)       VALUE SPACES.
       77 WS-RETORNO-ESPOLAR          PIC 9(01)       VALUE 0.
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
            DISPLAY 'ATA DE RESULTADOS FINAIS DA TURMA'
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

            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-FILTRO
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-FILTRO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
               DISPLAY 'TURMA NAO ENCONTRADA NO CADASTRO DE TURMAS'
               STOP RUN
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          TU-CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - ATA NEGADA'
               STOP RUN
            END-IF
            MOVE 'B' TO WS-REGIME-TURMA
            IF TU-PERIODO-SEMESTRAL THEN
               MOVE 'S' TO WS-REGIME-TURMA
            END-IF

            MOVE 0 TO PE-ANO-LETIVO
            CALL 'LER-PERIODO-REGIME'
                          USING WS-REGIME-TURMA, REG-PERIODO,
                                WS-RETORNO-LER-PERIODO
            DISPLAY 'ANO LETIVO (0 = ' PE-ANO-LETIVO '): '
            ACCEPT WS-ANO-FILTRO
            IF WS-ANO-FILTRO IS NOT NUMERIC OR WS-ANO-FILTRO = 0 THEN
               MOVE PE-ANO-LETIVO TO WS-ANO-FILTRO
            END-IF

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
                                WS-RETORNO-LER-ESCALA

            PERFORM P040-CARREGAR-CONFIG
            PERFORM P100-ACUMULAR-HISTORICO
            PERFORM P200-ALUNOS-DO-MESTRE
            PERFORM P300-TRANSFERENCIAS
            PERFORM P400-RESULTADOS-PROMOCAO
            PERFORM P450-ORDENAR-POR-NOME

            OPEN OUTPUT ATA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ATA FROM AI-FAIXA
            END-IF
            PERFORM P500-IMPRIMIR-CABECALHO
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
               PERFORM P600-IMPRIMIR-ALUNO
            END-PERFORM
            PERFORM P700-IMPRIMIR-RODAPE
            CLOSE ATA-FILE

            MOVE 'ATA-RESULTADOS' TO WS-PROGRAMA-SPOOL
            MOVE '../../ATA-RESULTADOS.TXT' TO WS-ARQUIVO-SPOOL
            MOVE SPACES TO WS-PARAMETROS-SPOOL
            STRING 'ATA RESULTADOS TURMA ' WS-TURMA-FILTRO
                   ' ANO ' WS-ANO-FILTRO
                   DELIMITED BY SIZE INTO WS-PARAMETROS-SPOOL
            END-STRING
            CALL 'ESPOLAR-SAIDA'
                          USING WS-PROGRAMA-SPOOL, WS-ARQUIVO-SPOOL,
                                WS-PARAMETROS-SPOOL,
                                WS-OPERADOR,
                                WS-RETORNO-ESPOLAR

            DISPLAY 'ALUNOS NA ATA.................: ' WS-QTD-ALUNOS
            IF WS-ESTOURO-ALUNOS = 'S' OR WS-ESTOURO-MATERIAS = 'S'
               THEN
               DISPLAY '*** ATENCAO: LIMITE DA GRADE ESTOUROU - '
                       'ATA INCOMPLETA ***'
            END-IF
            DISPLAY 'ATA GERADA: ATA-RESULTADOS.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
      * PESOS POR BIMESTRE (SEM ARQUIVO, PESOS IGUAIS; PESO ZERO
      * CADASTRADO VALE 1 - MESMA REGRA DA PROMOCAO-ALUNOS). VALE O
      * REGISTRO DO REGIME DE PERIODOS DA TURMA.
      *-----------------------------------------------------------------
       P040-CARREGAR-CONFIG.
            MOVE 'N' TO WS-EOF-CONFIG
            OPEN INPUT CONFIG-PROMOCAO-FILE
            IF FS-CONFIG = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-CONFIG = 'F'
                  READ CONFIG-PROMOCAO-FILE
                       AT END MOVE 'F' TO WS-EOF-CONFIG
                       NOT AT END
                           IF (PC-REGIME-SEMESTRAL AND
                               WS-REGIME-TURMA = 'S') OR
                              (PC-REGIME-BIMESTRAL AND
                               WS-REGIME-TURMA = 'B') THEN
                              PERFORM P041-APLICAR-PESOS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CONFIG-PROMOCAO-FILE
            END-IF
            .
       P040-FIM.
      *-----------------------------------------------------------------
       P041-APLICAR-PESOS.
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
      * HISTORICO DA TURMA NO ANO: ESTORNADOS FICAM DE FORA, COMO NOS
      * DEMAIS LEITORES; A MATERIA EH TRADUZIDA PARA O CODIGO CORRENTE
      * E A MEDIA NORMALIZADA PARA A ESCALA CORRENTE. A MEDIA DO
      * BIMESTRE ENTRA COM O PESO DO BIMESTRE; A FREQUENCIA EH A MEDIA
      * DAS FREQUENCIAS GRAVADAS NO ANO.
      *-----------------------------------------------------------------
       P100-ACUMULAR-HISTORICO.
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST NOT = '00' THEN
               MOVE 'F' TO WS-EOF
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF NOT NH-REGISTRO-ESTORNADO AND
                           NH-CD-TURMA = WS-TURMA-FILTRO AND
                           NH-ANO-LETIVO IS NUMERIC AND
                           NH-ANO-LETIVO = WS-ANO-FILTRO THEN
                           MOVE NH-CD-STUDENT TO WS-CD-ALUNO
                           PERFORM P150-POSICIONAR-ALUNO
                           IF WS-POS-ALUNO > 0 THEN
                              IF WS-ALU-NOME (WS-POS-ALUNO) = SPACES
                                 THEN
                                 MOVE NH-NM-STUDENT
                                   TO WS-ALU-NOME (WS-POS-ALUNO)
                              END-IF
                              PERFORM P110-ACUMULAR-MATERIA
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            IF FS-HIST = '00' OR FS-HIST = '10' THEN
               CLOSE NOTAS-HIST
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-ACUMULAR-MATERIA.
            MOVE WS-ANO-FILTRO TO WS-ANO-TRADUZIR
            CALL 'TRADUZIR-MATERIA'
                          USING NH-CD-MATERIA, WS-ANO-TRADUZIR,
                                WS-MATERIA-ATUAL, WS-RETORNO-TRADUZIR

            MOVE 0 TO WS-POS-MAT
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
               IF WS-MAT-CD (WS-IDX-MAT) = WS-MATERIA-ATUAL THEN
                  MOVE WS-IDX-MAT TO WS-POS-MAT
               END-IF
            END-PERFORM
            IF WS-POS-MAT = 0 THEN
               IF WS-QTD-MATERIAS < 10 THEN
                  ADD 1 TO WS-QTD-MATERIAS
                  MOVE WS-QTD-MATERIAS TO WS-POS-MAT
                  MOVE WS-MATERIA-ATUAL TO WS-MAT-CD (WS-POS-MAT)
               ELSE
                  MOVE 'S' TO WS-ESTOURO-MATERIAS
               END-IF
            END-IF

            IF NH-ESCALA IS NUMERIC AND NH-ESCALA > 0 THEN
               MOVE NH-ESCALA TO WS-ESCALA-REGISTRO
            ELSE
               MOVE 100 TO WS-ESCALA-REGISTRO
            END-IF
            IF WS-ESCALA-REGISTRO = WS-ESCALA-MAXIMO THEN
               MOVE NH-MEDIA TO WS-MEDIA-REGISTRO
            ELSE
               COMPUTE WS-MEDIA-REGISTRO ROUNDED =
                       NH-MEDIA * WS-ESCALA-MAXIMO
                       / WS-ESCALA-REGISTRO
            END-IF

            MOVE 1 TO WS-PESO-REGISTRO
            IF NH-BIMESTRE IS NUMERIC THEN
               MOVE NH-BIMESTRE TO WS-BIM-REGISTRO
               IF WS-BIM-REGISTRO >= 1 AND WS-BIM-REGISTRO <= 4 THEN
                  MOVE WS-PESO-BIM (WS-BIM-REGISTRO)
                    TO WS-PESO-REGISTRO
               END-IF
            END-IF

            IF WS-POS-MAT > 0 THEN
               COMPUTE WS-ALU-SOMA-POND (WS-POS-ALUNO, WS-POS-MAT) =
                       WS-ALU-SOMA-POND (WS-POS-ALUNO, WS-POS-MAT) +
                       (WS-MEDIA-REGISTRO * WS-PESO-REGISTRO)
               ADD WS-PESO-REGISTRO
                 TO WS-ALU-SOMA-PESOS (WS-POS-ALUNO, WS-POS-MAT)
            END-IF

            IF NH-PERC-FREQUENCIA IS NUMERIC THEN
               ADD NH-PERC-FREQUENCIA
                 TO WS-ALU-FREQ-SOMA (WS-POS-ALUNO)
               ADD 1 TO WS-ALU-FREQ-QTD (WS-POS-ALUNO)
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * POSICAO DO ALUNO WS-CD-ALUNO NA TABELA (INCLUI SE NOVO; ZERO
      * QUANDO A TABELA ESTA CHEIA).
      *-----------------------------------------------------------------
       P150-POSICIONAR-ALUNO.
            MOVE 0 TO WS-POS-ALUNO
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                       OR WS-POS-ALUNO > 0
               IF WS-ALU-CD (WS-IDX-ALUNO) = WS-CD-ALUNO THEN
                  MOVE WS-IDX-ALUNO TO WS-POS-ALUNO
               END-IF
            END-PERFORM
            IF WS-POS-ALUNO = 0 THEN
               IF WS-QTD-ALUNOS < 80 THEN
                  ADD 1 TO WS-QTD-ALUNOS
                  MOVE WS-QTD-ALUNOS TO WS-POS-ALUNO
                  INITIALIZE WS-ALUNO-ITEM (WS-POS-ALUNO)
                  MOVE WS-CD-ALUNO TO WS-ALU-CD (WS-POS-ALUNO)
                  MOVE 'N' TO WS-ALU-TRANSFERIDO (WS-POS-ALUNO)
               ELSE
                  MOVE 'S' TO WS-ESTOURO-ALUNOS
               END-IF
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * MESTRE: ENTRAM OS ALUNOS DA TURMA AINDA SEM NOTA (EVADIDO NO
      * INICIO DO ANO, POR EXEMPLO) E TODO ALUNO DA TABELA RECEBE A
      * SITUACAO DO CICLO DE VIDA (ST-ALUNO) E O NOME DO CADASTRO.
      *-----------------------------------------------------------------
       P200-ALUNOS-DO-MESTRE.
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL - SITUACOES '
                       'SO PELO HISTORICO E PELA PROMOCAO'
            ELSE
               MOVE 'N' TO WS-EOF
               MOVE 1 TO WS-STUDENT-REL-KEY
               START STUDENT KEY IS NOT LESS THAN WS-STUDENT-REL-KEY
                     INVALID KEY
                        MOVE 'F' TO WS-EOF
               END-START
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ STUDENT NEXT RECORD
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P210-CONFERIR-ALUNO-MESTRE
                  END-READ
               END-PERFORM
               CLOSE STUDENT
               MOVE 'N' TO WS-EOF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-CONFERIR-ALUNO-MESTRE.
            MOVE CD-STUDENT TO WS-CD-ALUNO
            MOVE 0 TO WS-POS-ALUNO
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                       OR WS-POS-ALUNO > 0
               IF WS-ALU-CD (WS-IDX-ALUNO) = WS-CD-ALUNO THEN
                  MOVE WS-IDX-ALUNO TO WS-POS-ALUNO
               END-IF
            END-PERFORM
            IF WS-POS-ALUNO = 0 AND CD-TURMA = WS-TURMA-FILTRO THEN
               PERFORM P150-POSICIONAR-ALUNO
            END-IF
            IF WS-POS-ALUNO > 0 THEN
               MOVE NM-STUDENT TO WS-ALU-NOME (WS-POS-ALUNO)
               MOVE ST-ALUNO TO WS-ALU-SITUACAO (WS-POS-ALUNO)
               IF ST-ALUNO = 'T' AND
                  WS-ALU-DATA-SAIDA (WS-POS-ALUNO) = 0 AND
                  DT-SITUACAO IS NUMERIC THEN
                  MOVE DT-SITUACAO TO WS-ALU-DATA-SAIDA (WS-POS-ALUNO)
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * SAIDAS PARA OUTRA ESCOLA NO ANO A PARTIR DESTA TURMA (DATA DA
      * SAIDA EM DDMMAAAA) - O ALUNO ENTRA NA ATA MESMO SEM NOTA.
      *-----------------------------------------------------------------
       P300-TRANSFERENCIAS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT SAIDA-FILE
            IF FS-SAIDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SAIDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF TS-CD-TURMA = WS-TURMA-FILTRO AND
                              TS-DATA-SAIDA (5:4) = WS-ANO-FILTRO THEN
                              MOVE TS-CD-STUDENT TO WS-CD-ALUNO
                              PERFORM P150-POSICIONAR-ALUNO
                              IF WS-POS-ALUNO > 0 THEN
                                 MOVE 'S' TO
                                      WS-ALU-TRANSFERIDO (WS-POS-ALUNO)
                                 MOVE TS-DATA-SAIDA TO
                                      WS-ALU-DATA-SAIDA (WS-POS-ALUNO)
                                 IF WS-ALU-NOME (WS-POS-ALUNO) = SPACES
                                    THEN
                                    MOVE TS-NM-STUDENT TO
                                         WS-ALU-NOME (WS-POS-ALUNO)
                                 END-IF
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * DECISAO ANUAL DE PROMOCAO.TXT ('CODIGO - NOME - RESULTADO',
      * MESMA QUEBRA DO VIRADA-ANO) PARA OS ALUNOS DA TABELA.
      *-----------------------------------------------------------------
       P400-RESULTADOS-PROMOCAO.
            MOVE 'N' TO WS-EOF
            OPEN INPUT PROMOCAO-FILE
            IF FS-PROMOCAO NOT = '00' THEN
               DISPLAY 'PROMOCAO.TXT NAO ENCONTRADO - A ATA SAI SEM '
                       'A DECISAO ANUAL (RODE PROMOCAO-ALUNOS)'
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PROMOCAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P410-LINHA-PROMOCAO
                  END-READ
               END-PERFORM
               CLOSE PROMOCAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-LINHA-PROMOCAO.
            MOVE SPACES TO WS-CD-LIDO
            MOVE SPACES TO WS-NM-LIDO
            MOVE SPACES TO WS-RESULTADO-LIDO
            UNSTRING REC-PROMOCAO DELIMITED BY ' - '
                     INTO WS-CD-LIDO, WS-NM-LIDO, WS-RESULTADO-LIDO
            END-UNSTRING
            IF WS-CD-LIDO (1:5) IS NUMERIC THEN
               MOVE WS-CD-LIDO (1:5) TO WS-CD-ALUNO
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                  IF WS-ALU-CD (WS-IDX-ALUNO) = WS-CD-ALUNO THEN
                     MOVE WS-RESULTADO-LIDO
                       TO WS-ALU-RESULTADO (WS-IDX-ALUNO)
                  END-IF
               END-PERFORM
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * ORDEM ALFABETICA - O NUMERO DE ORDEM DA ATA SEGUE O NOME.
      *-----------------------------------------------------------------
       P450-ORDENAR-POR-NOME.
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO >= WS-QTD-ALUNOS
               COMPUTE WS-LIMITE-ORD = WS-QTD-ALUNOS - WS-IDX-ALUNO
               PERFORM VARYING WS-IDX-ALUNO-2 FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO-2 > WS-LIMITE-ORD
                  IF WS-ALU-NOME (WS-IDX-ALUNO-2) >
                     WS-ALU-NOME (WS-IDX-ALUNO-2 + 1) THEN
                     MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                       TO WS-ALUNO-TEMP
                     MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                       TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                     MOVE WS-ALUNO-TEMP
                       TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                  END-IF
               END-PERFORM
            END-PERFORM
            .
       P450-FIM.
      *-----------------------------------------------------------------
       P500-IMPRIMIR-CABECALHO.
            MOVE TU-SERIE TO WS-SERIE-ED
            WRITE REC-ATA FROM WS-SEPARADOR
            MOVE SPACES TO REC-ATA
            STRING 'ATA DE RESULTADOS FINAIS - ANO LETIVO '
                   WS-ANO-FILTRO ' - TURMA ' WS-TURMA-FILTRO
                   ' (' WS-SERIE-ED 'O ANO)'
                   ' - EMITIDA EM ' WS-DATA-EMISSAO (7:2) '/'
                   WS-DATA-EMISSAO (5:2) '/' WS-DATA-EMISSAO (1:4)
                   DELIMITED BY SIZE INTO REC-ATA
            END-STRING
            WRITE REC-ATA
            WRITE REC-ATA FROM WS-SEPARADOR
            MOVE SPACES TO REC-ATA
            IF WS-REGIME-TURMA = 'S' THEN
               STRING 'MEDIA FINAL = MEDIA ANUAL PONDERADA PELOS PESOS '
                      'DOS SEMESTRES (' WS-PESO-BIM (1) '/'
                      WS-PESO-BIM (2) '), ESCALA 0-' WS-ESCALA-MAXIMO
                      '; FREQ = FREQUENCIA MEDIA NO ANO (%)'
                      DELIMITED BY SIZE INTO REC-ATA
               END-STRING
            ELSE
               STRING 'MEDIA FINAL = MEDIA ANUAL PONDERADA PELOS PESOS '
                      'DOS BIMESTRES (' WS-PESO-BIM (1) '/'
                      WS-PESO-BIM (2) '/' WS-PESO-BIM (3) '/'
                      WS-PESO-BIM (4) '), ESCALA 0-' WS-ESCALA-MAXIMO
                      '; FREQ = FREQUENCIA MEDIA NO ANO (%)'
                      DELIMITED BY SIZE INTO REC-ATA
               END-STRING
            END-IF
            WRITE REC-ATA
            MOVE SPACES TO REC-ATA
            WRITE REC-ATA

            MOVE SPACES TO REC-ATA
            MOVE 1 TO WS-PONTEIRO
            STRING 'NR CODIGO NOME                      '
                   DELIMITED BY SIZE INTO REC-ATA
                   WITH POINTER WS-PONTEIRO
            END-STRING
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
               STRING WS-MAT-CD (WS-IDX-MAT) ' '
                      DELIMITED BY SIZE INTO REC-ATA
                      WITH POINTER WS-PONTEIRO
               END-STRING
            END-PERFORM
            STRING ' FREQ SITUACAO FINAL'
                   DELIMITED BY SIZE INTO REC-ATA
                   WITH POINTER WS-PONTEIRO
            END-STRING
            WRITE REC-ATA
            WRITE REC-ATA FROM WS-TRACO
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * UMA LINHA DA GRADE: NUMERO DE ORDEM, ALUNO, MEDIA FINAL POR
      * MATERIA (' -' SEM NOTA NA MATERIA), FREQUENCIA E SITUACAO.
      * SAIDA DA ESCOLA (TRANSFERENCIA) E EVASAO PREVALECEM SOBRE A
      * DECISAO DE PROMOCAO; SEM DECISAO, 'SEM RESULTADO'.
      *-----------------------------------------------------------------
       P600-IMPRIMIR-ALUNO.
            EVALUATE TRUE
               WHEN WS-ALU-TRANSFERIDO (WS-IDX-ALUNO) = 'S' OR
                    WS-ALU-SITUACAO (WS-IDX-ALUNO) = 'T'
                  ADD 1 TO WS-QTD-TRANSFERIDOS
                  MOVE SPACES TO WS-SITUACAO-FINAL
                  IF WS-ALU-DATA-SAIDA (WS-IDX-ALUNO) > 0 THEN
                     STRING 'TRANSFERIDO '
                            WS-ALU-DATA-SAIDA (WS-IDX-ALUNO) (1:2) '/'
                            WS-ALU-DATA-SAIDA (WS-IDX-ALUNO) (3:2)
                            DELIMITED BY SIZE INTO WS-SITUACAO-FINAL
                     END-STRING
                  ELSE
                     MOVE 'TRANSFERIDO' TO WS-SITUACAO-FINAL
                  END-IF
               WHEN WS-ALU-SITUACAO (WS-IDX-ALUNO) = 'V'
                  ADD 1 TO WS-QTD-EVADIDOS
                  MOVE 'EVADIDO' TO WS-SITUACAO-FINAL
               WHEN WS-ALU-RESULTADO (WS-IDX-ALUNO) (1:26) =
                    'PROMOVIDO-COM-DEPENDENCIA'
                  ADD 1 TO WS-QTD-APROV-DEPENDENCIA
                  MOVE 'APROVADO C/ DEPEND.' TO WS-SITUACAO-FINAL
               WHEN WS-ALU-RESULTADO (WS-IDX-ALUNO) (1:9) = 'PROMOVIDO'
                  ADD 1 TO WS-QTD-APROVADOS
                  MOVE 'APROVADO' TO WS-SITUACAO-FINAL
               WHEN WS-ALU-RESULTADO (WS-IDX-ALUNO) (1:6) = 'RETIDO'
                  ADD 1 TO WS-QTD-REPROVADOS
                  MOVE 'REPROVADO' TO WS-SITUACAO-FINAL
               WHEN WS-ALU-RESULTADO (WS-IDX-ALUNO) (1:10) =
                    'INCOMPLETO'
                  ADD 1 TO WS-QTD-INCOMPLETOS
                  MOVE 'INCOMPLETO' TO WS-SITUACAO-FINAL
               WHEN OTHER
                  ADD 1 TO WS-QTD-SEM-RESULTADO
                  MOVE 'SEM RESULTADO' TO WS-SITUACAO-FINAL
            END-EVALUATE

            MOVE WS-IDX-ALUNO TO WS-NR-ORDEM
            MOVE SPACES TO REC-ATA
            MOVE 1 TO WS-PONTEIRO
            STRING WS-NR-ORDEM ' ' WS-ALU-CD (WS-IDX-ALUNO) '  '
                   WS-ALU-NOME (WS-IDX-ALUNO) (1:25) ' '
                   DELIMITED BY SIZE INTO REC-ATA
                   WITH POINTER WS-PONTEIRO
            END-STRING
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
               IF WS-ALU-SOMA-PESOS (WS-IDX-ALUNO, WS-IDX-MAT) > 0
                  THEN
                  COMPUTE WS-MEDIA-FINAL ROUNDED =
                          WS-ALU-SOMA-POND (WS-IDX-ALUNO, WS-IDX-MAT)
                          / WS-ALU-SOMA-PESOS (WS-IDX-ALUNO, WS-IDX-MAT)
                  MOVE WS-MEDIA-FINAL TO WS-MEDIA-EDT
                  STRING WS-MEDIA-EDT ' '
                         DELIMITED BY SIZE INTO REC-ATA
                         WITH POINTER WS-PONTEIRO
                  END-STRING
               ELSE
                  STRING '    - '
                         DELIMITED BY SIZE INTO REC-ATA
                         WITH POINTER WS-PONTEIRO
                  END-STRING
               END-IF
            END-PERFORM
            IF WS-ALU-FREQ-QTD (WS-IDX-ALUNO) > 0 THEN
               COMPUTE WS-FREQ-FINAL ROUNDED =
                       WS-ALU-FREQ-SOMA (WS-IDX-ALUNO)
                       / WS-ALU-FREQ-QTD (WS-IDX-ALUNO)
               MOVE WS-FREQ-FINAL TO WS-FREQ-EDT
               STRING WS-FREQ-EDT ' ' WS-SITUACAO-FINAL
                      DELIMITED BY SIZE INTO REC-ATA
                      WITH POINTER WS-PONTEIRO
               END-STRING
            ELSE
               STRING '    - ' WS-SITUACAO-FINAL
                      DELIMITED BY SIZE INTO REC-ATA
                      WITH POINTER WS-PONTEIRO
               END-STRING
            END-IF
            WRITE REC-ATA
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * TOTAIS POR SITUACAO, AS DEPENDENCIAS DE QUEM FOI APROVADO COM
      * DEPENDENCIA (A LISTA DA PROMOCAO) E O TERMO DE ASSINATURAS.
      *-----------------------------------------------------------------
       P700-IMPRIMIR-RODAPE.
            WRITE REC-ATA FROM WS-TRACO
            MOVE SPACES TO REC-ATA
            STRING 'TOTAL: ' WS-QTD-ALUNOS
                   '  APROVADOS: ' WS-QTD-APROVADOS
                   '  APROV. C/ DEPENDENCIA: ' WS-QTD-APROV-DEPENDENCIA
                   '  REPROVADOS: ' WS-QTD-REPROVADOS
                   '  TRANSFERIDOS: ' WS-QTD-TRANSFERIDOS
                   '  EVADIDOS: ' WS-QTD-EVADIDOS
                   DELIMITED BY SIZE INTO REC-ATA
            END-STRING
            WRITE REC-ATA
            IF WS-QTD-INCOMPLETOS > 0 OR WS-QTD-SEM-RESULTADO > 0 THEN
               MOVE SPACES TO REC-ATA
               STRING 'INCOMPLETOS: ' WS-QTD-INCOMPLETOS
                      '  SEM RESULTADO DE PROMOCAO: '
                      WS-QTD-SEM-RESULTADO
                      DELIMITED BY SIZE INTO REC-ATA
               END-STRING
               WRITE REC-ATA
            END-IF

            IF WS-QTD-APROV-DEPENDENCIA > 0 THEN
               MOVE SPACES TO REC-ATA
               WRITE REC-ATA
               MOVE 'DEPENDENCIAS:' TO REC-ATA
               WRITE REC-ATA
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                  IF WS-ALU-RESULTADO (WS-IDX-ALUNO) (1:26) =
                     'PROMOVIDO-COM-DEPENDENCIA' AND
                     WS-ALU-TRANSFERIDO (WS-IDX-ALUNO) NOT = 'S' AND
                     WS-ALU-SITUACAO (WS-IDX-ALUNO) NOT = 'T' AND
                     WS-ALU-SITUACAO (WS-IDX-ALUNO) NOT = 'V' THEN
                     MOVE WS-IDX-ALUNO TO WS-NR-ORDEM
                     MOVE SPACES TO REC-ATA
                     STRING '  NR ' WS-NR-ORDEM ' - '
                            WS-ALU-RESULTADO (WS-IDX-ALUNO) (27:34)
                            DELIMITED BY SIZE INTO REC-ATA
                     END-STRING
                     WRITE REC-ATA
                  END-IF
               END-PERFORM
            END-IF

            IF WS-ESTOURO-ALUNOS = 'S' OR WS-ESTOURO-MATERIAS = 'S'
               THEN
               MOVE SPACES TO REC-ATA
               STRING '*** ATENCAO: LIMITE DA GRADE ESTOUROU (80 '
                      'ALUNOS / 10 MATERIAS) - ATA INCOMPLETA ***'
                      DELIMITED BY SIZE INTO REC-ATA
               END-STRING
               WRITE REC-ATA
            END-IF

            MOVE SPACES TO REC-ATA
            WRITE REC-ATA
            MOVE SPACES TO REC-ATA
            STRING 'E, PARA CONSTAR, LAVROU-SE A PRESENTE ATA, QUE VAI '
                   'ASSINADA PELO(A) SECRETARIO(A) ESCOLAR E PELO(A) '
                   'DIRETOR(A).'
                   DELIMITED BY SIZE INTO REC-ATA
            END-STRING
            WRITE REC-ATA
            MOVE SPACES TO REC-ATA
            WRITE REC-ATA
            MOVE SPACES TO REC-ATA
            WRITE REC-ATA
            MOVE SPACES TO REC-ATA
            STRING '   ______________________________      '
                   '______________________________'
                   DELIMITED BY SIZE INTO REC-ATA
            END-STRING
            WRITE REC-ATA
            MOVE SPACES TO REC-ATA
            STRING '        SECRETARIO(A) ESCOLAR                  '
                   'DIRETOR(A)'
                   DELIMITED BY SIZE INTO REC-ATA
            END-STRING
            WRITE REC-ATA
            WRITE REC-ATA FROM WS-SEPARADOR
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ATA-RESULTADOS' TO LY-PROGRAMA
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
       END PROGRAM ATA-RESULTADOS.
