      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: RESUMO MENSAL DA MERENDA PARA A PRESTACAO DE CONTAS
      *          DO PNAE: ALUNOS ATENDIDOS POR DIA LETIVO DO MES, POR
      *          SERIE, NO QUADRO QUE O SETOR DE NUTRICAO ENTREGA -
      *          UMA LINHA POR DIA LETIVO (CALENDARIO.TXT, TIPO 'L'),
      *          UMA COLUNA POR SERIE (TU-SERIE DAS TURMAS ATIVAS) E O
      *          TOTAL DO DIA; NO RODAPE O TOTAL DE ATENDIMENTOS E A
      *          MEDIA DIARIA POR SERIE, COM OS MATRICULADOS ATIVOS.
      *          ATENDIDO = ALUNO COM 'P' EM QUALQUER AULA DO DIA NO
      *          LIVRO DE CHAMADA (CONTA UMA VEZ POR DIA, NA SERIE DA
      *          TURMA DA CHAMADA; ESTORNADOS FICAM FORA) - A CHAMADA
      *          EH ORDENADA POR DIA/ALUNO COM SORT EXTERNO, COMO NO
      *          ALERTA-EVASAO. DIA LETIVO SEM NENHUMA CHAMADA SAI
      *          MARCADO; CHAMADA EM DIA NAO LETIVO SO GERA AVISO.
      *          MES (MMAAAA) = PARAMETRO DE EXECUCAO, PADRAO O MES
      *          CORRENTE. SAIDA: MERENDA-PNAE.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERENDA-PNAE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO
           '../../CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALENDARIO.

           SELECT TURMA-FILE ASSIGN TO
           '../../TURMAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT CHAMADA-ORDENADA ASSIGN TO
           '../../CHAMADA-ORDENADA-PNAE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../MERENDA-PNAE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO 'SORTWORK-PNAE.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO-FILE.
           COPY CALENDARIO-RECORD.
       FD TURMA-FILE.
           COPY TURMA-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD CHAMADA-ORDENADA.
       01 REG-CHAMADA-ORD.
           03 CO-DIA                PIC 9(02).
           03 CO-CD-STUDENT         PIC 9(05).
           03 CO-IDX-SERIE          PIC 9(02).
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(132).
       SD SORT-WORK.
       01 REG-SORT-CHAMADA.
           03 SC-DIA                PIC 9(02).
           03 SC-CD-STUDENT         PIC 9(05).
           03 SC-IDX-SERIE          PIC 9(02).
       WORKING-STORAGE SECTION.
       77 FS-CALENDARIO               PIC X(02)       VALUE SPACES.
       77 FS-TURMA                    PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * MES DO RESUMO (MMAAAA): PARAMETRO DE EXECUCAO (ACCEPT FROM
      * COMMAND-LINE, PADRAO DOS LOTES) - AUSENTE/INVALIDO VALE O MES
      * CORRENTE.
       77 WS-PARM-MES                 PIC X(10)       VALUE SPACES.
       01 WS-MES-RESUMO               PIC 9(06)       VALUE 0.
       01 WS-MES-RESUMO-RED REDEFINES WS-MES-RESUMO.
           03 WS-RESUMO-MES           PIC 9(02).
           03 WS-RESUMO-ANO           PIC 9(04).
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
           COPY FORMATOS-DATA.
      * DIAS LETIVOS DO MES, POR DIA DO MES ('S' = LETIVO).
       77 WS-QTD-DIAS-LETIVOS         PIC 9(02)       VALUE 0.
       77 WS-IDX-DIA                  PIC 9(02)       VALUE 0.
       01 WS-TABELA-LETIVOS.
           02 WS-DIA-LETIVO OCCURS 31 TIMES PIC X(01).
      * TURMAS ATIVAS E A COLUNA (SERIE) DE CADA UMA.
       77 WS-QTD-TURMAS               PIC 9(03)       VALUE 0.
       77 WS-IDX-TURMA                PIC 9(03)       VALUE 0.
       77 WS-POS-TURMA                PIC 9(03)       VALUE 0.
       77 WS-TURMA-PROCURADA          PIC X(05)       VALUE SPACES.
       01 WS-TABELA-TURMAS.
           02 WS-TURMA-ITEM OCCURS 200 TIMES.
              03 WS-TB-CD-TURMA       PIC X(05).
              03 WS-TB-SERIE          PIC 9(02).
              03 WS-TB-IDX-SERIE      PIC 9(02).
      * SERIES (COLUNAS DO QUADRO), EM ORDEM CRESCENTE - 12 CABEM NA
      * LARGURA DO RELATORIO.
       77 WS-QTD-SERIES               PIC 9(02)       VALUE 0.
       77 WS-IDX-SERIE                PIC 9(02)       VALUE 0.
       77 WS-IDX-SERIE-2              PIC 9(02)       VALUE 0.
       77 WS-POS-SERIE                PIC 9(02)       VALUE 0.
       77 WS-SERIE-TEMP               PIC 9(02)       VALUE 0.
       77 WS-ESTOURO-SERIES           PIC X(01)       VALUE 'N'.
       77 WS-ESTOURO-TURMAS           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-SERIES.
           02 WS-SERIE-ITEM OCCURS 12 TIMES.
              03 WS-SR-SERIE          PIC 9(02).
              03 WS-SR-MATRICULADOS   PIC 9(05).
              03 WS-SR-ATENDIMENTOS   PIC 9(06).
      * QUADRO DIA X SERIE COM OS ALUNOS ATENDIDOS.
       01 WS-GRADE.
           02 WS-GR-DIA OCCURS 31 TIMES.
              03 WS-GR-ATENDIDOS OCCURS 12 TIMES PIC 9(04).
       77 WS-TOTAL-DIA                PIC 9(05)       VALUE 0.
       77 WS-TOTAL-MES                PIC 9(07)       VALUE 0.
       77 WS-MEDIA                    PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-CHAMADA          PIC 9(02)       VALUE 0.
       77 WS-QTD-FORA-LETIVO          PIC 9(05)       VALUE 0.
       77 WS-QTD-FORA-CADASTRO        PIC 9(05)       VALUE 0.
      * QUEBRA DE CONTROLE POR DIA/ALUNO.
       77 WS-DIA-ANTERIOR             PIC 9(02)       VALUE 0.
       77 WS-ALUNO-ANTERIOR           PIC 9(05)       VALUE 0.
      * LINHA DO QUADRO: ROTULO, UMA COLUNA POR SERIE E O TOTAL.
       01 WS-LINHA-QUADRO.
           03 WS-LQ-ROTULO            PIC X(12).
           03 WS-LQ-COLUNA OCCURS 12 TIMES.
              05 FILLER               PIC X(02).
              05 WS-LQ-VALOR          PIC X(05).
           03 FILLER                  PIC X(03).
           03 WS-LQ-TOTAL             PIC X(07).
           03 FILLER                  PIC X(01).
           03 WS-LQ-OBSERVACAO        PIC X(13).
       77 WS-VALOR-EDITADO            PIC ZZZZ9.
       77 WS-TOTAL-EDITADO            PIC ZZZZZZ9.
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
            DISPLAY 'MERENDA - RESUMO MENSAL PNAE'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            PERFORM P050-DEFINIR-MES
            DISPLAY 'MES DO RESUMO.................: ' WS-RESUMO-MES
                    '/' WS-RESUMO-ANO

            PERFORM P100-CARREGAR-LETIVOS
            IF WS-QTD-DIAS-LETIVOS = 0 THEN
               DISPLAY 'NENHUM DIA LETIVO DO MES NO CALENDARIO ESCOLAR'
                       ' (PROGARQ011) - RESUMO NAO GERADO'
               STOP RUN
            END-IF
            PERFORM P150-CARREGAR-TURMAS
            IF WS-QTD-SERIES = 0 THEN
               DISPLAY 'NENHUMA TURMA ATIVA EM TURMAS.TXT - '
                       'RESUMO NAO GERADO'
               STOP RUN
            END-IF
            PERFORM P180-CONTAR-MATRICULADOS

            INITIALIZE WS-GRADE
            SORT SORT-WORK
                 ON ASCENDING KEY SC-DIA
                 ON ASCENDING KEY SC-CD-STUDENT
                 INPUT PROCEDURE IS P200-SELECIONAR-CHAMADA
                 GIVING CHAMADA-ORDENADA
            PERFORM P300-VARRER-POR-QUEBRA
            PERFORM P400-EMITIR-RESUMO

            DISPLAY 'DIAS LETIVOS NO MES...........: '
                    WS-QTD-DIAS-LETIVOS
            DISPLAY 'ATENDIMENTOS NO MES...........: ' WS-TOTAL-MES
            DISPLAY 'DIAS LETIVOS SEM CHAMADA......: '
                    WS-QTD-SEM-CHAMADA
            DISPLAY 'RELATORIO GERADO: MERENDA-PNAE.TXT'
            IF WS-ESTOURO-SERIES = 'S' OR WS-ESTOURO-TURMAS = 'S' THEN
               DISPLAY '*** ATENCAO: MAIS DE 12 SERIES OU 200 TURMAS '
                       'ATIVAS - EXCEDENTES FORA DO RESUMO ***'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-DEFINIR-MES.
            ACCEPT WS-PARM-MES FROM COMMAND-LINE
            IF WS-PARM-MES (1:6) IS NUMERIC AND
               WS-PARM-MES (1:2) >= '01' AND
               WS-PARM-MES (1:2) <= '12' THEN
               MOVE WS-PARM-MES (1:6) TO WS-MES-RESUMO
            ELSE
               MOVE WS-DATA-EMISSAO TO WS-DATA-TRABALHO
               SET FORMATO-AAAAMMDD TO TRUE
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
               MOVE WS-MES TO WS-RESUMO-MES
               MOVE WS-ANO TO WS-RESUMO-ANO
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-LETIVOS.
            MOVE ALL 'N' TO WS-TABELA-LETIVOS
            MOVE 0 TO WS-QTD-DIAS-LETIVOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT CALENDARIO-FILE
            IF FS-CALENDARIO = '00' THEN
               SET FORMATO-DDMMAAAA TO TRUE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CALENDARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CL-DIA-LETIVO THEN
                              MOVE CL-DATA TO WS-DATA-TRABALHO
                              CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                                   WS-DATA-TRABALHO, WS-DIA, WS-MES,
                                   WS-ANO
                              IF WS-MES = WS-RESUMO-MES AND
                                 WS-ANO = WS-RESUMO-ANO AND
                                 WS-DIA >= 1 AND WS-DIA <= 31 THEN
                                 IF WS-DIA-LETIVO (WS-DIA) = 'N' THEN
                                    MOVE 'S' TO WS-DIA-LETIVO (WS-DIA)
                                    ADD 1 TO WS-QTD-DIAS-LETIVOS
                                 END-IF
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * TURMAS ATIVAS; CADA SERIE NOVA VIRA UMA COLUNA. AS COLUNAS SAO
      * ORDENADAS (BOLHA, COMO A LISTA DE ESPERA DO PROGARQ008) E SO
      * DEPOIS CADA TURMA RECEBE O INDICE DA SUA COLUNA.
      *-----------------------------------------------------------------
       P150-CARREGAR-TURMAS.
            MOVE 0 TO WS-QTD-TURMAS
            MOVE 0 TO WS-QTD-SERIES
            MOVE 'N' TO WS-EOF
            OPEN INPUT TURMA-FILE
            IF FS-TURMA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TURMA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF TU-ATIVO = 'A' THEN
                              PERFORM P160-GUARDAR-TURMA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE >= WS-QTD-SERIES
               PERFORM VARYING WS-IDX-SERIE-2 FROM 1 BY 1
                       UNTIL WS-IDX-SERIE-2 > WS-QTD-SERIES
                                              - WS-IDX-SERIE
                  IF WS-SR-SERIE (WS-IDX-SERIE-2) >
                     WS-SR-SERIE (WS-IDX-SERIE-2 + 1) THEN
                     MOVE WS-SR-SERIE (WS-IDX-SERIE-2) TO WS-SERIE-TEMP
                     MOVE WS-SR-SERIE (WS-IDX-SERIE-2 + 1)
                       TO WS-SR-SERIE (WS-IDX-SERIE-2)
                     MOVE WS-SERIE-TEMP
                       TO WS-SR-SERIE (WS-IDX-SERIE-2 + 1)
                  END-IF
               END-PERFORM
            END-PERFORM

            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               MOVE WS-TB-SERIE (WS-IDX-TURMA) TO WS-SERIE-TEMP
               PERFORM P170-LOCALIZAR-SERIE
               MOVE WS-POS-SERIE TO WS-TB-IDX-SERIE (WS-IDX-TURMA)
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-GUARDAR-TURMA.
            IF WS-QTD-TURMAS >= 200 THEN
               MOVE 'S' TO WS-ESTOURO-TURMAS
            ELSE
               ADD 1 TO WS-QTD-TURMAS
               MOVE TU-CD-TURMA TO WS-TB-CD-TURMA (WS-QTD-TURMAS)
               MOVE TU-SERIE TO WS-TB-SERIE (WS-QTD-TURMAS)
               MOVE TU-SERIE TO WS-SERIE-TEMP
               PERFORM P170-LOCALIZAR-SERIE
               IF WS-POS-SERIE = 0 THEN
                  IF WS-QTD-SERIES >= 12 THEN
                     MOVE 'S' TO WS-ESTOURO-SERIES
                  ELSE
                     ADD 1 TO WS-QTD-SERIES
                     MOVE TU-SERIE TO WS-SR-SERIE (WS-QTD-SERIES)
                     MOVE 0 TO WS-SR-MATRICULADOS (WS-QTD-SERIES)
                     MOVE 0 TO WS-SR-ATENDIMENTOS (WS-QTD-SERIES)
                  END-IF
               END-IF
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P170-LOCALIZAR-SERIE.
            MOVE 0 TO WS-POS-SERIE
            PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE > WS-QTD-SERIES
                       OR WS-POS-SERIE > 0
               IF WS-SR-SERIE (WS-IDX-SERIE) = WS-SERIE-TEMP THEN
                  MOVE WS-IDX-SERIE TO WS-POS-SERIE
               END-IF
            END-PERFORM
            .
       P170-FIM.
      *-----------------------------------------------------------------
       P175-LOCALIZAR-TURMA.
            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                       OR WS-POS-TURMA > 0
               IF WS-TB-CD-TURMA (WS-IDX-TURMA) =
                  WS-TURMA-PROCURADA THEN
                  MOVE WS-IDX-TURMA TO WS-POS-TURMA
               END-IF
            END-PERFORM
            .
       P175-FIM.
      *-----------------------------------------------------------------
       P180-CONTAR-MATRICULADOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ STUDENT NEXT RECORD
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF ST-ATIVO THEN
                              MOVE CD-TURMA TO WS-TURMA-PROCURADA
                              PERFORM P175-LOCALIZAR-TURMA
                              IF WS-POS-TURMA > 0 THEN
                                 IF WS-TB-IDX-SERIE (WS-POS-TURMA) > 0
                                 THEN
                                    ADD 1 TO WS-SR-MATRICULADOS
                                        (WS-TB-IDX-SERIE (WS-POS-TURMA))
                                 END-IF
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE STUDENT
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P180-FIM.
      *-----------------------------------------------------------------
      * ENTRADA DO SORT: PRESENCAS DO MES EM DIA LETIVO, COM A COLUNA
      * DA SERIE DA TURMA DA CHAMADA.
      *-----------------------------------------------------------------
       P200-SELECIONAR-CHAMADA.
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA = '00' THEN
               SET FORMATO-DDMMAAAA TO TRUE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CH-PRESENTE AND
                              NOT CH-REGISTRO-ESTORNADO THEN
                              PERFORM P210-LIBERAR-PRESENCA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-LIBERAR-PRESENCA.
            MOVE CH-DATA-AULA TO WS-DATA-TRABALHO
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            IF WS-MES = WS-RESUMO-MES AND WS-ANO = WS-RESUMO-ANO AND
               WS-DIA >= 1 AND WS-DIA <= 31 THEN
               IF WS-DIA-LETIVO (WS-DIA) = 'N' THEN
                  ADD 1 TO WS-QTD-FORA-LETIVO
               ELSE
                  MOVE CH-CD-TURMA TO WS-TURMA-PROCURADA
                  PERFORM P175-LOCALIZAR-TURMA
                  IF WS-POS-TURMA = 0 THEN
                     ADD 1 TO WS-QTD-FORA-CADASTRO
                  ELSE
                     IF WS-TB-IDX-SERIE (WS-POS-TURMA) > 0 THEN
                        MOVE WS-DIA TO SC-DIA
                        MOVE CH-CD-STUDENT TO SC-CD-STUDENT
                        MOVE WS-TB-IDX-SERIE (WS-POS-TURMA)
                          TO SC-IDX-SERIE
                        RELEASE REG-SORT-CHAMADA
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * QUEBRA POR DIA/ALUNO: CADA PAR NOVO SOMA UM ATENDIDO NA SERIE.
      *-----------------------------------------------------------------
       P300-VARRER-POR-QUEBRA.
            MOVE 0 TO WS-DIA-ANTERIOR
            MOVE 0 TO WS-ALUNO-ANTERIOR
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-ORDENADA
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ CHAMADA-ORDENADA
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF CO-DIA NOT = WS-DIA-ANTERIOR OR
                           CO-CD-STUDENT NOT = WS-ALUNO-ANTERIOR THEN
                           MOVE CO-DIA TO WS-DIA-ANTERIOR
                           MOVE CO-CD-STUDENT TO WS-ALUNO-ANTERIOR
                           ADD 1 TO WS-GR-ATENDIDOS (CO-DIA,
                                                     CO-IDX-SERIE)
                           ADD 1 TO WS-SR-ATENDIMENTOS (CO-IDX-SERIE)
                        END-IF
               END-READ
            END-PERFORM
            CLOSE CHAMADA-ORDENADA
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-EMITIR-RESUMO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'PNAE - ALUNOS ATENDIDOS POR DIA LETIVO E SERIE - '
                   'MES ' WS-RESUMO-MES '/' WS-RESUMO-ANO
                   ' - EMITIDO EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE SPACES TO WS-LINHA-QUADRO
            MOVE 'DIA LETIVO' TO WS-LQ-ROTULO
            PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE > WS-QTD-SERIES
               STRING WS-SR-SERIE (WS-IDX-SERIE) 'ANO'
                      DELIMITED BY SIZE INTO WS-LQ-VALOR (WS-IDX-SERIE)
               END-STRING
            END-PERFORM
            MOVE '  TOTAL' TO WS-LQ-TOTAL
            MOVE WS-LINHA-QUADRO TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE 0 TO WS-TOTAL-MES
            MOVE 0 TO WS-QTD-SEM-CHAMADA
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > 31
               IF WS-DIA-LETIVO (WS-IDX-DIA) = 'S' THEN
                  PERFORM P410-LINHA-DO-DIA
               END-IF
            END-PERFORM

      * RODAPE: TOTAL DO MES E MEDIA POR DIA LETIVO, POR SERIE.
            MOVE SPACES TO WS-LINHA-QUADRO
            MOVE 'TOTAL MES' TO WS-LQ-ROTULO
            PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE > WS-QTD-SERIES
               MOVE WS-SR-ATENDIMENTOS (WS-IDX-SERIE)
                 TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO TO WS-LQ-VALOR (WS-IDX-SERIE)
            END-PERFORM
            MOVE WS-TOTAL-MES TO WS-TOTAL-EDITADO
            MOVE WS-TOTAL-EDITADO TO WS-LQ-TOTAL
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE WS-LINHA-QUADRO TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE SPACES TO WS-LINHA-QUADRO
            MOVE 'MEDIA DIARIA' TO WS-LQ-ROTULO
            PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE > WS-QTD-SERIES
               COMPUTE WS-MEDIA ROUNDED =
                       WS-SR-ATENDIMENTOS (WS-IDX-SERIE)
                       / WS-QTD-DIAS-LETIVOS
               MOVE WS-MEDIA TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO TO WS-LQ-VALOR (WS-IDX-SERIE)
            END-PERFORM
            COMPUTE WS-MEDIA ROUNDED =
                    WS-TOTAL-MES / WS-QTD-DIAS-LETIVOS
            MOVE WS-MEDIA TO WS-TOTAL-EDITADO
            MOVE WS-TOTAL-EDITADO TO WS-LQ-TOTAL
            MOVE WS-LINHA-QUADRO TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE SPACES TO WS-LINHA-QUADRO
            MOVE 'MATRICULADOS' TO WS-LQ-ROTULO
            MOVE 0 TO WS-TOTAL-DIA
            PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE > WS-QTD-SERIES
               MOVE WS-SR-MATRICULADOS (WS-IDX-SERIE)
                 TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO TO WS-LQ-VALOR (WS-IDX-SERIE)
               ADD WS-SR-MATRICULADOS (WS-IDX-SERIE) TO WS-TOTAL-DIA
            END-PERFORM
            MOVE WS-TOTAL-DIA TO WS-TOTAL-EDITADO
            MOVE WS-TOTAL-EDITADO TO WS-LQ-TOTAL
            MOVE WS-LINHA-QUADRO TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'DIAS LETIVOS NO MES: ' WS-QTD-DIAS-LETIVOS
                   '  SEM CHAMADA: ' WS-QTD-SEM-CHAMADA
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-QTD-FORA-LETIVO > 0 THEN
               MOVE SPACES TO REC-RELATORIO
               STRING 'AVISO: ' WS-QTD-FORA-LETIVO
                      ' PRESENCA(S) EM DIA NAO LETIVO DO CALENDARIO - '
                      'FORA DO RESUMO'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            IF WS-QTD-FORA-CADASTRO > 0 THEN
               MOVE SPACES TO REC-RELATORIO
               STRING 'AVISO: ' WS-QTD-FORA-CADASTRO
                      ' PRESENCA(S) DE TURMA INATIVA OU SEM CADASTRO - '
                      'FORA DO RESUMO'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            CLOSE RELATORIO-FILE
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-LINHA-DO-DIA.
            MOVE SPACES TO WS-LINHA-QUADRO
            STRING WS-IDX-DIA '/' WS-RESUMO-MES '/' WS-RESUMO-ANO
                   DELIMITED BY SIZE INTO WS-LQ-ROTULO
            END-STRING
            MOVE 0 TO WS-TOTAL-DIA
            PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE > WS-QTD-SERIES
               MOVE WS-GR-ATENDIDOS (WS-IDX-DIA, WS-IDX-SERIE)
                 TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO TO WS-LQ-VALOR (WS-IDX-SERIE)
               ADD WS-GR-ATENDIDOS (WS-IDX-DIA, WS-IDX-SERIE)
                TO WS-TOTAL-DIA
            END-PERFORM
            MOVE WS-TOTAL-DIA TO WS-TOTAL-EDITADO
            MOVE WS-TOTAL-EDITADO TO WS-LQ-TOTAL
            ADD WS-TOTAL-DIA TO WS-TOTAL-MES
            IF WS-TOTAL-DIA = 0 THEN
               MOVE '*SEM CHAMADA*' TO WS-LQ-OBSERVACAO
               ADD 1 TO WS-QTD-SEM-CHAMADA
            END-IF
            MOVE WS-LINHA-QUADRO TO REC-RELATORIO
            WRITE REC-RELATORIO
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'MERENDA-PNAE' TO LY-PROGRAMA
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
       END PROGRAM MERENDA-PNAE.
