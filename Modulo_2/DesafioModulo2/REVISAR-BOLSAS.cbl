      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: REVISAO ANUAL DAS BOLSAS POR MERITO: PARA CADA
      *          BOLSISTA DO ANO REVISADO (BOLSISTAS.TXT) APURA O CR
      *          PONDERADO PELA CARGA HORARIA DO ANO (A MESMA CONTA DE
      *          RESUMO-ALUNO, COM A MEDIA NORMALIZADA PELA ESCALA), A
      *          FREQUENCIA ANUAL (FREQUENCIA-APURADA.TXT, SOMANDO
      *          TODAS AS MATERIAS) E AS REPROVACOES DO ANO EM
      *          NOTAS-HIST.TXT, CONFRONTA COM AS REGRAS DA CATEGORIA
      *          DA BOLSA (BOLSAS.TXT) E PROPOE RENOVAR, REDUZIR OU
      *          REVOGAR. AS PROPOSTAS VAO PARA BOLSA-PROPOSTAS.TXT
      *          (DECIDIDAS PELA DIRECAO NO APROVAR-BOLSAS) E PARA A
      *          LISTAGEM IMPRESSA RELATORIO-BOLSAS.TXT - O FIM DA
      *          LEITURA DE BOLETIM IMPRESSO NA RENOVACAO. BOLSISTA
      *          QUE JA TEM DECISAO PARA O ANO SEGUINTE NAO ENTRA DE
      *          NOVO (A REVISAO PODE SER REPETIDA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR-BOLSAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSA-FILE ASSIGN TO
           '../../BOLSAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLSA.

           SELECT BOLSISTA-FILE ASSIGN TO
           '../../BOLSISTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLSISTA.

           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS-HIST.

           SELECT FREQUENCIA-FILE ASSIGN TO
           '../../FREQUENCIA-APURADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FREQUENCIA.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT PROPOSTA-FILE ASSIGN TO
           '../../BOLSA-PROPOSTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPOSTA.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../RELATORIO-BOLSAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BOLSA-FILE.
           COPY BOLSA-RECORD.
       FD BOLSISTA-FILE.
           COPY BOLSISTA-RECORD.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD FREQUENCIA-FILE.
           COPY FREQUENCIA-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD PROPOSTA-FILE.
           COPY PROPOSTA-BOLSA-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-BOLSA                    PIC X(02)       VALUE SPACES.
       77 FS-BOLSISTA                 PIC X(02)       VALUE SPACES.
       77 FS-NOTAS-HIST               PIC X(02)       VALUE SPACES.
       77 FS-FREQUENCIA               PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-PROPOSTA                 PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ANO-REVISAO              PIC 9(04)       VALUE 0.
       77 WS-ANO-SEGUINTE             PIC 9(04)       VALUE 0.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-CD-ALUNO-BUSCA           PIC 9(05)       VALUE 0.
      * CATEGORIAS DE BOLSA (REGRAS).
       77 WS-QTD-CATEGORIAS           PIC 9(03)       VALUE 0.
       77 WS-IDX-CAT                  PIC 9(03)       VALUE 0.
       77 WS-POS-CAT                  PIC 9(03)       VALUE 0.
       01 WS-TABELA-CATEGORIAS.
           02 WS-CAT-ITEM OCCURS 100 TIMES.
              03 WS-TAB-REG-BOLSA     PIC X(56).
      * BOLSISTAS DO ANO REVISADO E SEUS ACUMULADORES: CR PONDERADO
      * (SOMA MEDIA*PESO / SOMA PESOS), REPROVACOES E FREQUENCIA
      * ANUAL (AULAS E PRESENCAS, ABONADAS CONTANDO COMO PRESENCA).
       77 WS-QTD-BOLSISTAS            PIC 9(04)       VALUE 0.
       77 WS-IDX-BOL                  PIC 9(04)       VALUE 0.
       77 WS-POS-BOL                  PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-BOLSISTAS        PIC X(01)       VALUE 'N'.
       01 WS-TABELA-BOLSISTAS.
           02 WS-BOL-ITEM OCCURS 3000 TIMES.
              03 WS-BOL-CD-STUDENT    PIC 9(05).
              03 WS-BOL-CATEGORIA     PIC X(05).
              03 WS-BOL-DESCONTO      PIC 9(03)V9(01).
              03 WS-BOL-DECIDIDO      PIC X(01).
              03 WS-BOL-SOMA-POND     PIC 9(09)V9(01).
              03 WS-BOL-SOMA-PESOS    PIC 9(05).
              03 WS-BOL-QTD-NOTAS     PIC 9(04).
              03 WS-BOL-QTD-REPROV    PIC 9(03).
              03 WS-BOL-AULAS         PIC 9(06).
              03 WS-BOL-PRESENCAS     PIC 9(06).
      * ALUNOS QUE JA TEM REGISTRO NO ANO SEGUINTE (DECISAO TOMADA).
       77 WS-QTD-DECIDIDOS            PIC 9(04)       VALUE 0.
       77 WS-IDX-DEC                  PIC 9(04)       VALUE 0.
       01 WS-TABELA-DECIDIDOS.
           02 WS-DEC-ITEM OCCURS 3000 TIMES.
              03 WS-DEC-CD-STUDENT    PIC 9(05).
      * PESO DA MATERIA E NORMALIZACAO DA ESCALA (VEJA RESUMO-ALUNO).
       77 WS-PESO-MATERIA             PIC 9(02)       VALUE 0.
       77 WS-NOME-MATERIA-INFO        PIC A(30)       VALUE SPACES.
       77 WS-CARGA-HORARIA            PIC 9(02)       VALUE 0.
       77 WS-ATIVO-MATERIA            PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-BUSCAR-INFO      PIC 9(01)       VALUE 0.
       77 WS-ESCALA-MAXIMO            PIC 9(03)       VALUE 100.
       77 WS-RETORNO-LER-ESCALA       PIC 9(01)       VALUE 0.
       77 WS-MEDIA-NORMALIZADA        PIC 9(03)V9(01) VALUE 0.
       77 WS-ESCALA-REGISTRO          PIC 9(03)       VALUE 100.
      * RESULTADO DA AVALIACAO DE UM BOLSISTA.
       77 WS-CR-APURADO               PIC 9(03)V9(01) VALUE 0.
       77 WS-FREQ-APURADA             PIC 9(03)V9(01) VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20)       VALUE SPACES.
       77 WS-ALUNO-ATIVO              PIC X(01)       VALUE 'N'.
      * TOTAIS DA REVISAO.
       77 WS-QTD-RENOVAR              PIC 9(04)       VALUE 0.
       77 WS-QTD-REDUZIR              PIC 9(04)       VALUE 0.
       77 WS-QTD-REVOGAR              PIC 9(04)       VALUE 0.
       77 WS-QTD-JA-DECIDIDOS         PIC 9(04)       VALUE 0.
       01 WS-LINHA-EDT.
           03 WS-EDT-CR               PIC ZZ9.9.
           03 WS-EDT-FREQ             PIC ZZ9.9.
           03 WS-EDT-DESC-ATUAL       PIC ZZ9.9.
           03 WS-EDT-DESC-PROPOSTO    PIC ZZ9.9.
           03 WS-EDT-REPROV           PIC ZZ9.
       77 WS-DECISAO-EXTENSO          PIC X(07)       VALUE SPACES.
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
            DISPLAY 'REVISAO ANUAL DAS BOLSAS POR MERITO'
            DISPLAY 'ANO LETIVO REVISADO (AAAA)....: '
            ACCEPT WS-ANO-REVISAO
            COMPUTE WS-ANO-SEGUINTE = WS-ANO-REVISAO + 1
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
                                WS-RETORNO-LER-ESCALA

            PERFORM P050-CARREGAR-CATEGORIAS
            IF WS-QTD-CATEGORIAS = 0 THEN
               DISPLAY 'NENHUMA CATEGORIA DE BOLSA CADASTRADA '
                       '(VEJA PROGARQ018)'
               STOP RUN
            END-IF
            PERFORM P100-CARREGAR-BOLSISTAS
            IF WS-QTD-BOLSISTAS = 0 THEN
               DISPLAY 'NENHUM BOLSISTA COM VIGENCIA EM '
                       WS-ANO-REVISAO
               STOP RUN
            END-IF

            PERFORM P200-LER-NOTAS
            PERFORM P300-LER-FREQUENCIA

            OPEN OUTPUT PROPOSTA-FILE
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            OPEN INPUT STUDENT
            PERFORM P500-CABECALHO

            PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                    UNTIL WS-IDX-BOL > WS-QTD-BOLSISTAS
               IF WS-BOL-DECIDIDO (WS-IDX-BOL) = 'S' THEN
                  ADD 1 TO WS-QTD-JA-DECIDIDOS
               ELSE
                  PERFORM P400-AVALIAR-BOLSISTA
               END-IF
            END-PERFORM

            PERFORM P700-RODAPE
            CLOSE STUDENT
            CLOSE RELATORIO-FILE
            CLOSE PROPOSTA-FILE

            DISPLAY '***********************************************'
            DISPLAY 'PROPOSTAS DE RENOVACAO........: ' WS-QTD-RENOVAR
            DISPLAY 'PROPOSTAS DE REDUCAO..........: ' WS-QTD-REDUZIR
            DISPLAY 'PROPOSTAS DE REVOGACAO........: ' WS-QTD-REVOGAR
            DISPLAY 'JA DECIDIDOS PARA ' WS-ANO-SEGUINTE '.........: '
                    WS-QTD-JA-DECIDIDOS
            IF WS-ESTOURO-BOLSISTAS = 'S' THEN
               DISPLAY '*** ATENCAO: MAIS DE 3000 BOLSISTAS - '
                       'EXCEDENTES FICARAM FORA DA REVISAO ***'
            END-IF
            DISPLAY 'ARQUIVOS: BOLSA-PROPOSTAS.TXT E '
                    'RELATORIO-BOLSAS.TXT'
            DISPLAY 'DECISAO DA DIRECAO: APROVAR-BOLSAS'
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-CATEGORIAS.
            MOVE 0 TO WS-QTD-CATEGORIAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT BOLSA-FILE
            IF FS-BOLSA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLSA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CATEGORIAS < 100 THEN
                              ADD 1 TO WS-QTD-CATEGORIAS
                              MOVE REG-BOLSA TO
                                 WS-TAB-REG-BOLSA (WS-QTD-CATEGORIAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE BOLSA-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * OS BOLSISTAS DO ANO REVISADO ENTRAM NA TABELA DE REVISAO; OS
      * DO ANO SEGUINTE SO MARCAM QUEM JA TEM DECISAO.
      *-----------------------------------------------------------------
       P100-CARREGAR-BOLSISTAS.
            MOVE 0 TO WS-QTD-BOLSISTAS
            MOVE 0 TO WS-QTD-DECIDIDOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT BOLSISTA-FILE
            IF FS-BOLSISTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLSISTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P110-GUARDAR-BOLSISTA
                  END-READ
               END-PERFORM
               CLOSE BOLSISTA-FILE
            END-IF

            PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                    UNTIL WS-IDX-DEC > WS-QTD-DECIDIDOS
               MOVE WS-DEC-CD-STUDENT (WS-IDX-DEC)
                 TO WS-CD-ALUNO-BUSCA
               PERFORM P150-LOCALIZAR-BOLSISTA
               IF WS-POS-BOL > 0 THEN
                  MOVE 'S' TO WS-BOL-DECIDIDO (WS-POS-BOL)
               END-IF
            END-PERFORM
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-BOLSISTA.
            IF BS-ANO-VIGENCIA = WS-ANO-REVISAO THEN
               IF WS-QTD-BOLSISTAS < 3000 THEN
                  ADD 1 TO WS-QTD-BOLSISTAS
                  INITIALIZE WS-BOL-ITEM (WS-QTD-BOLSISTAS)
                  MOVE BS-CD-STUDENT
                    TO WS-BOL-CD-STUDENT (WS-QTD-BOLSISTAS)
                  MOVE BS-CATEGORIA
                    TO WS-BOL-CATEGORIA (WS-QTD-BOLSISTAS)
                  MOVE BS-PERC-DESCONTO
                    TO WS-BOL-DESCONTO (WS-QTD-BOLSISTAS)
                  MOVE 'N' TO WS-BOL-DECIDIDO (WS-QTD-BOLSISTAS)
               ELSE
                  MOVE 'S' TO WS-ESTOURO-BOLSISTAS
               END-IF
            END-IF
            IF BS-ANO-VIGENCIA = WS-ANO-SEGUINTE AND
               WS-QTD-DECIDIDOS < 3000 THEN
               ADD 1 TO WS-QTD-DECIDIDOS
               MOVE BS-CD-STUDENT
                 TO WS-DEC-CD-STUDENT (WS-QTD-DECIDIDOS)
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * PROCURA WS-CD-ALUNO-BUSCA NA TABELA DE BOLSISTAS (0 = NAO
      * EH BOLSISTA NO ANO REVISADO).
      *-----------------------------------------------------------------
       P150-LOCALIZAR-BOLSISTA.
            MOVE 0 TO WS-POS-BOL
            PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                    UNTIL WS-IDX-BOL > WS-QTD-BOLSISTAS
                       OR WS-POS-BOL > 0
               IF WS-BOL-CD-STUDENT (WS-IDX-BOL) = WS-CD-ALUNO-BUSCA
                  THEN
                  MOVE WS-IDX-BOL TO WS-POS-BOL
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * HISTORICO DO ANO REVISADO: REGISTRO ESTORNADO FICA FORA (SO A
      * VERSAO MAIS RECENTE CONTA, COMO NO RESUMO-ALUNO).
      *-----------------------------------------------------------------
       P200-LER-NOTAS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-NOTAS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NH-ANO-LETIVO = WS-ANO-REVISAO AND
                              NOT NH-REGISTRO-ESTORNADO THEN
                              MOVE NH-CD-STUDENT TO WS-CD-ALUNO-BUSCA
                              PERFORM P150-LOCALIZAR-BOLSISTA
                              IF WS-POS-BOL > 0 THEN
                                 PERFORM P210-ACUMULAR-NOTA
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * PESO = CARGA HORARIA DA MATERIA (1 SEM CARGA CADASTRADA) E
      * MEDIA NORMALIZADA PARA A ESCALA CORRENTE (VEJA RESUMO-ALUNO).
      *-----------------------------------------------------------------
       P210-ACUMULAR-NOTA.
            IF NH-ESCALA IS NUMERIC AND NH-ESCALA > 0 THEN
               MOVE NH-ESCALA TO WS-ESCALA-REGISTRO
            ELSE
               MOVE 100 TO WS-ESCALA-REGISTRO
            END-IF
            IF WS-ESCALA-REGISTRO = WS-ESCALA-MAXIMO THEN
               MOVE NH-MEDIA TO WS-MEDIA-NORMALIZADA
            ELSE
               COMPUTE WS-MEDIA-NORMALIZADA ROUNDED =
                       NH-MEDIA * WS-ESCALA-MAXIMO /
                       WS-ESCALA-REGISTRO
            END-IF

            CALL 'BUSCAR-MATERIA-INFO'
                          USING NH-CD-MATERIA, WS-NOME-MATERIA-INFO,
                                WS-CARGA-HORARIA, WS-ATIVO-MATERIA,
                                WS-RETORNO-BUSCAR-INFO
            IF WS-RETORNO-BUSCAR-INFO = 0 AND WS-CARGA-HORARIA > 0
               THEN
               MOVE WS-CARGA-HORARIA TO WS-PESO-MATERIA
            ELSE
               MOVE 1 TO WS-PESO-MATERIA
            END-IF

            COMPUTE WS-BOL-SOMA-POND (WS-POS-BOL) =
                    WS-BOL-SOMA-POND (WS-POS-BOL) +
                    (WS-MEDIA-NORMALIZADA * WS-PESO-MATERIA)
            ADD WS-PESO-MATERIA TO WS-BOL-SOMA-PESOS (WS-POS-BOL)
            ADD 1 TO WS-BOL-QTD-NOTAS (WS-POS-BOL)
            IF NH-STATUS = 'REPROVADO' THEN
               ADD 1 TO WS-BOL-QTD-REPROV (WS-POS-BOL)
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * FREQUENCIA ANUAL = PRESENCAS + ABONADAS SOBRE O TOTAL DE
      * AULAS DE TODAS AS MATERIAS APURADAS DO ALUNO.
      *-----------------------------------------------------------------
       P300-LER-FREQUENCIA.
            MOVE 'N' TO WS-EOF
            OPEN INPUT FREQUENCIA-FILE
            IF FS-FREQUENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ FREQUENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE FA-CD-STUDENT TO WS-CD-ALUNO-BUSCA
                           PERFORM P150-LOCALIZAR-BOLSISTA
                           IF WS-POS-BOL > 0 THEN
                              ADD FA-QTD-AULAS
                                TO WS-BOL-AULAS (WS-POS-BOL)
                              ADD FA-QTD-PRESENCAS
                                TO WS-BOL-PRESENCAS (WS-POS-BOL)
                              IF FA-QTD-ABONADAS IS NUMERIC THEN
                                 ADD FA-QTD-ABONADAS
                                   TO WS-BOL-PRESENCAS (WS-POS-BOL)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE FREQUENCIA-FILE
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * REGRAS DA CATEGORIA, NESTA ORDEM: ALUNO QUE DEIXOU A ESCOLA,
      * CATEGORIA DESCONHECIDA OU SEM NOTA NO ANO -> REVOGAR;
      * FREQUENCIA ABAIXO DA MINIMA -> REVOGAR; REPROVACAO -> REVOGAR
      * (OU REDUZIR, SE A CATEGORIA ACEITA); CR >= MINIMO -> RENOVAR
      * COM O DESCONTO INTEGRAL; CR >= MINIMO DA REDUZIDA -> REDUZIR;
      * ABAIXO DISSO -> REVOGAR.
      *-----------------------------------------------------------------
       P400-AVALIAR-BOLSISTA.
            MOVE WS-BOL-CD-STUDENT (WS-IDX-BOL) TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    MOVE '(FORA DO MESTRE)' TO WS-NM-ALUNO
                    MOVE 'N' TO WS-ALUNO-ATIVO
                 NOT INVALID KEY
                    MOVE NM-STUDENT TO WS-NM-ALUNO
                    IF ST-ATIVO THEN
                       MOVE 'S' TO WS-ALUNO-ATIVO
                    ELSE
                       MOVE 'N' TO WS-ALUNO-ATIVO
                    END-IF
            END-READ

            IF WS-BOL-SOMA-PESOS (WS-IDX-BOL) > 0 THEN
               COMPUTE WS-CR-APURADO ROUNDED =
                       WS-BOL-SOMA-POND (WS-IDX-BOL) /
                       WS-BOL-SOMA-PESOS (WS-IDX-BOL)
            ELSE
               MOVE 0 TO WS-CR-APURADO
            END-IF
            IF WS-BOL-AULAS (WS-IDX-BOL) > 0 THEN
               COMPUTE WS-FREQ-APURADA ROUNDED =
                       (WS-BOL-PRESENCAS (WS-IDX-BOL) * 100) /
                       WS-BOL-AULAS (WS-IDX-BOL)
            ELSE
               MOVE 0 TO WS-FREQ-APURADA
            END-IF

            MOVE 0 TO WS-POS-CAT
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CATEGORIAS
                       OR WS-POS-CAT > 0
               MOVE WS-TAB-REG-BOLSA (WS-IDX-CAT) TO REG-BOLSA
               IF BO-CATEGORIA = WS-BOL-CATEGORIA (WS-IDX-BOL) THEN
                  MOVE WS-IDX-CAT TO WS-POS-CAT
               END-IF
            END-PERFORM

            INITIALIZE REG-PROPOSTA-BOLSA
            MOVE WS-BOL-CD-STUDENT (WS-IDX-BOL) TO PB-CD-STUDENT
            MOVE WS-NM-ALUNO TO PB-NM-STUDENT
            MOVE WS-BOL-CATEGORIA (WS-IDX-BOL) TO PB-CATEGORIA
            MOVE WS-ANO-REVISAO TO PB-ANO-REVISAO
            MOVE WS-CR-APURADO TO PB-CR-PONDERADO
            MOVE WS-FREQ-APURADA TO PB-PERC-FREQUENCIA
            MOVE WS-BOL-QTD-REPROV (WS-IDX-BOL) TO PB-QTD-REPROVADAS
            MOVE WS-BOL-DESCONTO (WS-IDX-BOL) TO PB-DESCONTO-ATUAL
            SET PB-REVOGAR TO TRUE
            MOVE 0 TO PB-DESCONTO-PROPOSTO

            EVALUATE TRUE
               WHEN WS-ALUNO-ATIVO = 'N'
                  MOVE 'ALUNO NAO ATIVO' TO PB-MOTIVO
               WHEN WS-POS-CAT = 0
                  MOVE 'CATEGORIA NAO CADASTRADA' TO PB-MOTIVO
               WHEN WS-BOL-QTD-NOTAS (WS-IDX-BOL) = 0
                  MOVE 'SEM NOTAS NO ANO' TO PB-MOTIVO
               WHEN WS-FREQ-APURADA < BO-FREQ-MINIMA
                  MOVE 'FREQUENCIA ABAIXO DA MIN.' TO PB-MOTIVO
               WHEN WS-BOL-QTD-REPROV (WS-IDX-BOL) > 0 AND
                    NOT BO-REPROVACAO-REDUZ
                  MOVE 'REPROVACAO NO ANO' TO PB-MOTIVO
               WHEN WS-BOL-QTD-REPROV (WS-IDX-BOL) > 0 AND
                    WS-CR-APURADO >= BO-CR-MINIMO-REDUZIR
                  SET PB-REDUZIR TO TRUE
                  MOVE BO-DESCONTO-REDUZIDO TO PB-DESCONTO-PROPOSTO
                  MOVE 'REPROVACAO NO ANO' TO PB-MOTIVO
               WHEN WS-BOL-QTD-REPROV (WS-IDX-BOL) = 0 AND
                    WS-CR-APURADO >= BO-CR-MINIMO
                  SET PB-RENOVAR TO TRUE
                  MOVE BO-DESCONTO-INTEGRAL TO PB-DESCONTO-PROPOSTO
                  MOVE 'CRITERIOS ATENDIDOS' TO PB-MOTIVO
               WHEN WS-CR-APURADO >= BO-CR-MINIMO-REDUZIR
                  SET PB-REDUZIR TO TRUE
                  MOVE BO-DESCONTO-REDUZIDO TO PB-DESCONTO-PROPOSTO
                  MOVE 'CR ABAIXO DO MINIMO' TO PB-MOTIVO
               WHEN OTHER
                  MOVE 'CR ABAIXO DA REDUZIDA' TO PB-MOTIVO
            END-EVALUATE

            EVALUATE TRUE
               WHEN PB-RENOVAR
                  ADD 1 TO WS-QTD-RENOVAR
               WHEN PB-REDUZIR
                  ADD 1 TO WS-QTD-REDUZIR
               WHEN OTHER
                  ADD 1 TO WS-QTD-REVOGAR
            END-EVALUATE

            SET PB-PENDENTE TO TRUE
            MOVE SPACES TO PB-OPERADOR-DECISAO
            WRITE REG-PROPOSTA-BOLSA
            PERFORM P600-LINHA-PROPOSTA
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-CABECALHO.
            MOVE SPACES TO REC-RELATORIO
            STRING 'PROPOSTAS DA REVISAO DE BOLSAS - ANO LETIVO '
                   WS-ANO-REVISAO ' (VIGENCIA ' WS-ANO-SEGUINTE
                   ') - EMITIDO EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'ALUNO NOME                 CATEG    CR  FREQ REP '
                   'DESC.AT PROPOSTA DESC.PR MOTIVO'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P600-LINHA-PROPOSTA.
            MOVE PB-CR-PONDERADO TO WS-EDT-CR
            MOVE PB-PERC-FREQUENCIA TO WS-EDT-FREQ
            MOVE PB-QTD-REPROVADAS TO WS-EDT-REPROV
            MOVE PB-DESCONTO-ATUAL TO WS-EDT-DESC-ATUAL
            MOVE PB-DESCONTO-PROPOSTO TO WS-EDT-DESC-PROPOSTO
            EVALUATE TRUE
               WHEN PB-RENOVAR
                  MOVE 'RENOVAR' TO WS-DECISAO-EXTENSO
               WHEN PB-REDUZIR
                  MOVE 'REDUZIR' TO WS-DECISAO-EXTENSO
               WHEN OTHER
                  MOVE 'REVOGAR' TO WS-DECISAO-EXTENSO
            END-EVALUATE
            MOVE SPACES TO REC-RELATORIO
            STRING PB-CD-STUDENT ' ' PB-NM-STUDENT ' ' PB-CATEGORIA
                   ' ' WS-EDT-CR ' ' WS-EDT-FREQ ' ' WS-EDT-REPROV
                   '   ' WS-EDT-DESC-ATUAL ' ' WS-DECISAO-EXTENSO
                   '    ' WS-EDT-DESC-PROPOSTO ' ' PB-MOTIVO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P700-RODAPE.
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'RENOVAR: ' WS-QTD-RENOVAR '   REDUZIR: '
                   WS-QTD-REDUZIR '   REVOGAR: ' WS-QTD-REVOGAR
                   '   JA DECIDIDOS: ' WS-QTD-JA-DECIDIDOS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'APROVACAO DA DIRECAO: ______________________'
                   '   DATA: ____/____/________'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'REVISAR-BOLSAS' TO LY-PROGRAMA
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
       END PROGRAM REVISAR-BOLSAS.
