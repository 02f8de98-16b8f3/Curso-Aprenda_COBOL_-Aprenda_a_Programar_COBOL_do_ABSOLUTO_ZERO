      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: AVALIACOES EXTERNAS (SAEB, PROVA ESTADUAL, OBMEP...):
      *          1 - IMPORTA O ARQUIVO DE RESULTADOS DO ORGAO APLICADOR
      *          (RESULTADO-EXTERNO.TXT) PARA AVALIACOES-EXTERNAS.TXT
      *          (VEJA AVALIACAO-EXTERNA-RECORD.CPY), CASANDO CADA
      *          LINHA COM O CD-STUDENT PELO MAPA DE IDS OFICIAIS
      *          (IDS-OFICIAIS.TXT, CONFERIDO PELO NOME) OU, QUANDO O
      *          ID NAO ESTA NO MAPA, PELO NOME UNICO NO MESTRE - AS
      *          LINHAS QUE NAO CASAM SAEM NO RELATORIO DA IMPORTACAO
      *          (IMPORTACAO-EXTERNA.TXT);
      *          2 - COMPARA, POR TURMA E MATERIA, O NIVEL DE
      *          PROFICIENCIA EXTERNO COM A MEDIA INTERNA DO MESMO ANO
      *          NO NOTAS-HIST.TXT (COMPARATIVO-EXTERNO.TXT),
      *          DESTACANDO AS TURMAS COM NOTA INTERNA ALTA E
      *          RESULTADO EXTERNO BAIXO, OU O CONTRARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO-EXTERNA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTADO-FILE ASSIGN TO
           '../../RESULTADO-EXTERNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULTADO.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT ID-FILE ASSIGN TO
           '../../IDS-OFICIAIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ID.

           SELECT EXTERNA-FILE ASSIGN TO
           '../../AVALIACOES-EXTERNAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTERNA.

           SELECT EXTERNA-TRAB ASSIGN TO
           '../../AVALIACOES-EXTERNAS-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-FILE ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT IMPORTACAO-FILE ASSIGN TO
           '../../IMPORTACAO-EXTERNA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../COMPARATIVO-EXTERNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * LINHA DO ARQUIVO DO ORGAO APLICADOR: ID OFICIAL, NOME, CODIGO
      * DA AVALIACAO, ANO, MATERIA DA CASA CORRESPONDENTE A AREA
      * AVALIADA, PROFICIENCIA (999V9) E NIVEL (1 A 4).
       FD RESULTADO-FILE.
       01 REC-RESULTADO.
           03 RX-ID-OFICIAL         PIC X(12).
           03 RX-NM-ALUNO           PIC X(30).
           03 RX-CD-AVALIACAO       PIC X(08).
           03 RX-ANO-LETIVO         PIC X(04).
           03 RX-ANO-LETIVO-N REDEFINES RX-ANO-LETIVO
                                    PIC 9(04).
           03 RX-CD-MATERIA         PIC X(05).
           03 RX-PROFICIENCIA       PIC X(04).
           03 RX-PROFICIENCIA-N REDEFINES RX-PROFICIENCIA
                                    PIC 9(03)V9(01).
           03 RX-NIVEL              PIC X(01).
           03 RX-NIVEL-N REDEFINES RX-NIVEL
                                    PIC 9(01).
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD ID-FILE.
           COPY ID-OFICIAL-RECORD.
       FD EXTERNA-FILE.
           COPY AVALIACAO-EXTERNA-RECORD.
       FD EXTERNA-TRAB.
       01 REG-EXTERNA-TRAB         PIC X(53).
       FD HIST-FILE.
           COPY NOTAS-HIST-RECORD.
       FD IMPORTACAO-FILE.
       01 REC-IMPORTACAO           PIC X(120).
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-RESULTADO                PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-ID                       PIC X(02)       VALUE SPACES.
       77 FS-EXTERNA                  PIC X(02)       VALUE SPACES.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-RESULTADO            PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * CASAMENTO DA LINHA IMPORTADA.
       77 WS-CD-CASADO                PIC 9(05)       VALUE 0.
       77 WS-FORMA-CASAMENTO          PIC X(01)       VALUE SPACE.
       77 WS-QTD-HOMONIMOS            PIC 9(03)       VALUE 0.
       77 WS-ID-NO-MAPA               PIC 9(01)       VALUE 0.
       77 WS-MOTIVO-REJEICAO          PIC X(40)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
      * NOMES COMPARADOS JA NORMALIZADOS (VEJA NORMALIZAR-NOME) E SO
      * NAS 20 POSICOES DO NM-STUDENT DO MESTRE.
       01 WS-NOME-EXTERNO.
           03 WS-NOME-EXTERNO-20      PIC X(20).
           03 FILLER                  PIC X(10).
       01 WS-NOME-MESTRE.
           03 WS-NOME-MESTRE-20       PIC X(20).
           03 FILLER                  PIC X(10).
       77 WS-TURMA-CASADA             PIC X(05)       VALUE SPACES.
       77 WS-REGISTRO-SUBSTITUIDO     PIC 9(01)       VALUE 0.
       77 WS-QTD-LIDAS                PIC 9(05)       VALUE 0.
       77 WS-QTD-POR-ID               PIC 9(05)       VALUE 0.
       77 WS-QTD-POR-NOME             PIC 9(05)       VALUE 0.
       77 WS-QTD-NAO-CASADAS          PIC 9(05)       VALUE 0.
      * COMPARATIVO: RESULTADOS EXTERNOS DO ANO/AVALIACAO COM A MEDIA
      * INTERNA DO ALUNO NA MATERIA (MEDIA DOS BIMESTRES VIVOS DO ANO
      * NO NOTAS-HIST, NORMALIZADA PARA A ESCALA 0-100).
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-AVALIACAO-FILTRO         PIC X(08)       VALUE SPACES.
       77 WS-MAX-RESULTADOS           PIC 9(04)       VALUE 1000.
       77 WS-QTD-RESULTADOS           PIC 9(04)       VALUE 0.
       77 WS-IDX-RESULTADO            PIC 9(04)       VALUE 0.
       77 WS-RESULTADOS-ESGOTADOS     PIC X(01)       VALUE 'N'.
       01 WS-TABELA-RESULTADOS.
           03 WS-RESULTADO OCCURS 1000 TIMES.
              05 WS-RS-CD-STUDENT     PIC 9(05).
              05 WS-RS-CD-TURMA       PIC X(05).
              05 WS-RS-CD-MATERIA     PIC X(05).
              05 WS-RS-NIVEL          PIC 9(01).
              05 WS-RS-PROFICIENCIA   PIC 9(03)V9(01).
              05 WS-RS-SOMA-INTERNA   PIC 9(04)V9(01).
              05 WS-RS-QTD-INTERNA    PIC 9(02).
       77 WS-MEDIA-NORMALIZADA        PIC 9(03)V9(01) VALUE 0.
       77 WS-MEDIA-ALUNO              PIC 9(03)V9(01) VALUE 0.
       77 WS-NIVEL-INTERNO            PIC 9(01)       VALUE 0.
      * AGREGADO POR TURMA/MATERIA.
       77 WS-MAX-GRUPOS               PIC 9(03)       VALUE 200.
       77 WS-QTD-GRUPOS               PIC 9(03)       VALUE 0.
       77 WS-IDX-GRUPO                PIC 9(03)       VALUE 0.
       77 WS-POS-GRUPO                PIC 9(03)       VALUE 0.
       01 WS-TABELA-GRUPOS.
           03 WS-GRUPO OCCURS 200 TIMES.
              05 WS-GR-CD-TURMA       PIC X(05).
              05 WS-GR-CD-MATERIA     PIC X(05).
              05 WS-GR-QTD-ALUNOS     PIC 9(04).
              05 WS-GR-QTD-COMPARADOS PIC 9(04).
              05 WS-GR-SOMA-PROFIC    PIC 9(07)V9(01).
              05 WS-GR-SOMA-NIVEL-EXT PIC 9(05).
              05 WS-GR-SOMA-NIVEL-INT PIC 9(05).
              05 WS-GR-SOMA-MEDIA-INT PIC 9(07)V9(01).
       77 WS-NIVEL-EXT-MEDIO          PIC 9(01)V9(02) VALUE 0.
       77 WS-NIVEL-INT-MEDIO          PIC 9(01)V9(02) VALUE 0.
       77 WS-DIFERENCA-NIVEL          PIC S9(01)V9(02) VALUE 0.
       77 WS-PROFIC-MEDIA             PIC 9(03)V9(01) VALUE 0.
       77 WS-MEDIA-INT-GRUPO          PIC 9(03)V9(01) VALUE 0.
       77 WS-NIVEL-EXT-EDT            PIC 9.99.
       77 WS-NIVEL-INT-EDT            PIC 9.99.
       77 WS-PROFIC-EDT               PIC ZZ9.9.
       77 WS-MEDIA-EDT                PIC ZZ9.9.
       77 WS-DESTAQUE                 PIC X(32)       VALUE SPACES.
       77 WS-QTD-INTERNA-ALTA         PIC 9(03)       VALUE 0.
       77 WS-QTD-EXTERNA-ALTA         PIC 9(03)       VALUE 0.
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
            DISPLAY 'AVALIACOES EXTERNAS (SAEB/ESTADUAL/OBMEP)'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            DISPLAY '1 - IMPORTAR RESULTADOS (RESULTADO-EXTERNO.TXT)'
            DISPLAY '2 - COMPARATIVO EXTERNO X MEDIA INTERNA'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P100-IMPORTAR
               WHEN 2
                  PERFORM P500-COMPARATIVO
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA - NADA FEITO'
            END-EVALUATE

            STOP RUN.
      *-----------------------------------------------------------------
      * IMPORTACAO: CADA LINHA VALIDA E CASADA GRAVA/SUBSTITUI O
      * RESULTADO DO ALUNO; AS DEMAIS SAEM NO RELATORIO COM O MOTIVO.
      *-----------------------------------------------------------------
       P100-IMPORTAR.
            OPEN INPUT RESULTADO-FILE
            IF FS-RESULTADO NOT = '00' THEN
               DISPLAY 'ARQUIVO DE RESULTADOS (RESULTADO-EXTERNO.TXT) '
                       'NAO ENCONTRADO'
               STOP RUN
            END-IF

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               CLOSE RESULTADO-FILE
               STOP RUN
            END-IF

            OPEN OUTPUT IMPORTACAO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-IMPORTACAO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-IMPORTACAO
            STRING 'IMPORTACAO DE AVALIACOES EXTERNAS - EMITIDO EM '
                   WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-IMPORTACAO
            END-STRING
            WRITE REC-IMPORTACAO
            MOVE SPACES TO REC-IMPORTACAO
            WRITE REC-IMPORTACAO

            MOVE 'N' TO WS-EOF-RESULTADO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF-RESULTADO = 'F'
               READ RESULTADO-FILE
                    AT END MOVE 'F' TO WS-EOF-RESULTADO
                    NOT AT END PERFORM P200-TRATAR-LINHA
               END-READ
            END-PERFORM
            CLOSE RESULTADO-FILE
            CLOSE STUDENT

            MOVE SPACES TO REC-IMPORTACAO
            WRITE REC-IMPORTACAO
            MOVE SPACES TO REC-IMPORTACAO
            STRING 'LIDAS: ' WS-QTD-LIDAS
                   '  CASADAS PELO ID: ' WS-QTD-POR-ID
                   '  CASADAS PELO NOME: ' WS-QTD-POR-NOME
                   '  NAO CASADAS: ' WS-QTD-NAO-CASADAS
                   DELIMITED BY SIZE INTO REC-IMPORTACAO
            END-STRING
            WRITE REC-IMPORTACAO
            CLOSE IMPORTACAO-FILE

            DISPLAY 'RELATORIO GERADO: IMPORTACAO-EXTERNA.TXT'
            DISPLAY 'LINHAS LIDAS..................: ' WS-QTD-LIDAS
            DISPLAY 'CASADAS PELO ID OFICIAL.......: ' WS-QTD-POR-ID
            DISPLAY 'CASADAS PELO NOME.............: ' WS-QTD-POR-NOME
            DISPLAY 'NAO CASADAS (VEJA RELATORIO)..: '
                    WS-QTD-NAO-CASADAS
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P200-TRATAR-LINHA.
            ADD 1 TO WS-QTD-LIDAS
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE 0 TO WS-CD-CASADO
            MOVE SPACE TO WS-FORMA-CASAMENTO

            EVALUATE TRUE
               WHEN RX-ANO-LETIVO IS NOT NUMERIC
                  MOVE 'ANO LETIVO INVALIDO' TO WS-MOTIVO-REJEICAO
               WHEN RX-CD-AVALIACAO = SPACES OR
                    RX-CD-MATERIA = SPACES
                  MOVE 'AVALIACAO OU MATERIA EM BRANCO'
                    TO WS-MOTIVO-REJEICAO
               WHEN RX-PROFICIENCIA IS NOT NUMERIC
                  MOVE 'PROFICIENCIA INVALIDA' TO WS-MOTIVO-REJEICAO
               WHEN RX-NIVEL IS NOT NUMERIC OR
                    RX-NIVEL-N < 1 OR RX-NIVEL-N > 4
                  MOVE 'NIVEL DE PROFICIENCIA FORA DE 1 A 4'
                    TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                  PERFORM P210-CASAR-ALUNO
            END-EVALUATE

            IF WS-MOTIVO-REJEICAO = SPACES THEN
               PERFORM P300-GRAVAR-RESULTADO
               IF WS-FORMA-CASAMENTO = 'I' THEN
                  ADD 1 TO WS-QTD-POR-ID
               ELSE
                  ADD 1 TO WS-QTD-POR-NOME
               END-IF
            ELSE
               ADD 1 TO WS-QTD-NAO-CASADAS
               MOVE SPACES TO REC-IMPORTACAO
               STRING 'NAO CASADA: ID ' RX-ID-OFICIAL
                      ' ' RX-NM-ALUNO
                      ' ' RX-CD-AVALIACAO '/' RX-ANO-LETIVO
                      ' - ' WS-MOTIVO-REJEICAO
                      DELIMITED BY SIZE INTO REC-IMPORTACAO
               END-STRING
               WRITE REC-IMPORTACAO
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * CASAMENTO: ID OFICIAL NO MAPA COM O NOME CONFERINDO NO MESTRE;
      * ID NO MAPA COM OUTRO NOME NAO CASA (ID TROCADO NO ARQUIVO OU
      * NO MAPA - A SECRETARIA CONFERE). SEM O ID NO MAPA, CASA PELO
      * NOME SE HOUVER UM UNICO ALUNO COM ELE NO MESTRE.
      *-----------------------------------------------------------------
       P210-CASAR-ALUNO.
            MOVE RX-NM-ALUNO TO WS-NOME-EXTERNO
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-EXTERNO, WS-RETORNO-NORMALIZAR

            PERFORM P220-BUSCAR-NO-MAPA
            IF WS-ID-NO-MAPA = 1 THEN
               MOVE WS-CD-CASADO TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       MOVE 'ID NO MAPA SEM ALUNO NO MESTRE'
                         TO WS-MOTIVO-REJEICAO
                    NOT INVALID KEY
                       MOVE NM-STUDENT TO WS-NOME-MESTRE
                       CALL 'NORMALIZAR-NOME'
                                     USING WS-NOME-MESTRE,
                                           WS-RETORNO-NORMALIZAR
                       IF WS-NOME-MESTRE-20 = WS-NOME-EXTERNO-20 THEN
                          MOVE 'I' TO WS-FORMA-CASAMENTO
                          MOVE CD-TURMA TO WS-TURMA-CASADA
                       ELSE
                          MOVE 'ID OFICIAL COM NOME DIFERENTE NO MESTRE'
                            TO WS-MOTIVO-REJEICAO
                       END-IF
               END-READ
            ELSE
               PERFORM P230-BUSCAR-POR-NOME
               EVALUATE WS-QTD-HOMONIMOS
                  WHEN 0
                     MOVE 'SEM ID NO MAPA E NOME FORA DO MESTRE'
                       TO WS-MOTIVO-REJEICAO
                  WHEN 1
                     MOVE 'N' TO WS-FORMA-CASAMENTO
                  WHEN OTHER
                     MOVE 'SEM ID NO MAPA E NOME COM HOMONIMOS'
                       TO WS-MOTIVO-REJEICAO
               END-EVALUATE
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-BUSCAR-NO-MAPA.
            MOVE 0 TO WS-ID-NO-MAPA
            IF RX-ID-OFICIAL NOT = SPACES THEN
               MOVE 'N' TO WS-EOF
               OPEN INPUT ID-FILE
               IF FS-ID = '00' THEN
                  PERFORM WITH TEST BEFORE
                          UNTIL WS-EOF = 'F' OR WS-ID-NO-MAPA = 1
                     READ ID-FILE
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              IF IO-ID-OFICIAL = RX-ID-OFICIAL THEN
                                 MOVE 1 TO WS-ID-NO-MAPA
                                 MOVE IO-CD-STUDENT TO WS-CD-CASADO
                              END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ID-FILE
               END-IF
               MOVE 'N' TO WS-EOF
            END-IF
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * VARRE O MESTRE TODO (QUALQUER SITUACAO - O ALUNO DA PROVA DO
      * ANO PASSADO PODE JA TER CONCLUIDO OU SAIDO).
      *-----------------------------------------------------------------
       P230-BUSCAR-POR-NOME.
            MOVE 0 TO WS-QTD-HOMONIMOS
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
                        MOVE NM-STUDENT TO WS-NOME-MESTRE
                        CALL 'NORMALIZAR-NOME'
                                      USING WS-NOME-MESTRE,
                                            WS-RETORNO-NORMALIZAR
                        IF WS-NOME-MESTRE-20 = WS-NOME-EXTERNO-20 THEN
                           ADD 1 TO WS-QTD-HOMONIMOS
                           MOVE CD-STUDENT TO WS-CD-CASADO
                           MOVE CD-TURMA TO WS-TURMA-CASADA
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            .
       P230-FIM.
      *-----------------------------------------------------------------
      * GRAVA/SUBSTITUI O RESULTADO DO ALUNO/AVALIACAO/ANO/MATERIA POR
      * COPIA (MESMO ESQUEMA DE PROCESSAR-CENSO-RETORNO/P300) - UM
      * ARQUIVO REIMPORTADO NAO DUPLICA LINHA.
      *-----------------------------------------------------------------
       P300-GRAVAR-RESULTADO.
            MOVE 0 TO WS-REGISTRO-SUBSTITUIDO
            MOVE 'N' TO WS-EOF

            OPEN INPUT EXTERNA-FILE
            IF FS-EXTERNA NOT = '00' THEN
               OPEN OUTPUT EXTERNA-FILE
               PERFORM P310-MONTAR-RESULTADO
               WRITE REG-AVALIACAO-EXTERNA
               CLOSE EXTERNA-FILE
            ELSE
               OPEN OUTPUT EXTERNA-TRAB
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXTERNA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF AE-CD-STUDENT = WS-CD-CASADO AND
                              AE-CD-AVALIACAO = RX-CD-AVALIACAO AND
                              AE-ANO-LETIVO = RX-ANO-LETIVO-N AND
                              AE-CD-MATERIA = RX-CD-MATERIA THEN
                              PERFORM P310-MONTAR-RESULTADO
                              MOVE 1 TO WS-REGISTRO-SUBSTITUIDO
                           END-IF
                           MOVE REG-AVALIACAO-EXTERNA
                             TO REG-EXTERNA-TRAB
                           WRITE REG-EXTERNA-TRAB
                  END-READ
               END-PERFORM
               CLOSE EXTERNA-FILE
               CLOSE EXTERNA-TRAB

               MOVE 'N' TO WS-EOF
               OPEN INPUT EXTERNA-TRAB
               OPEN OUTPUT EXTERNA-FILE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXTERNA-TRAB
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE REG-EXTERNA-TRAB
                             TO REG-AVALIACAO-EXTERNA
                           WRITE REG-AVALIACAO-EXTERNA
                  END-READ
               END-PERFORM
               CLOSE EXTERNA-TRAB

               IF WS-REGISTRO-SUBSTITUIDO = 0 THEN
                  PERFORM P310-MONTAR-RESULTADO
                  WRITE REG-AVALIACAO-EXTERNA
               END-IF
               CLOSE EXTERNA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-MONTAR-RESULTADO.
            MOVE WS-CD-CASADO        TO AE-CD-STUDENT
            MOVE RX-ID-OFICIAL       TO AE-ID-OFICIAL
            MOVE WS-TURMA-CASADA     TO AE-CD-TURMA
            MOVE RX-CD-AVALIACAO     TO AE-CD-AVALIACAO
            MOVE RX-ANO-LETIVO-N     TO AE-ANO-LETIVO
            MOVE RX-CD-MATERIA       TO AE-CD-MATERIA
            MOVE RX-PROFICIENCIA-N   TO AE-PROFICIENCIA
            MOVE RX-NIVEL-N          TO AE-NIVEL
            MOVE WS-FORMA-CASAMENTO  TO AE-CASAMENTO
            MOVE WS-DATA-EMISSAO     TO AE-DATA-IMPORTACAO
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * COMPARATIVO DO ANO/AVALIACAO: A MEDIA INTERNA DE CADA ALUNO VIRA
      * UM NIVEL NA MESMA ESCALA DE 4 PADROES (ABAIXO DE 50% DA ESCALA
      * = 1, ABAIXO DE 70% = 2, ABAIXO DE 90% = 3, DAI PARA CIMA = 4 -
      * OS LIMIARES PADRAO DE RECUPERACAO E APROVACAO DA CASA); POR
      * TURMA/MATERIA, NIVEL INTERNO MEDIO UM PADRAO OU MAIS ACIMA DO
      * EXTERNO MEDIO (OU ABAIXO) EH DESTACADO.
      *-----------------------------------------------------------------
       P500-COMPARATIVO.
            DISPLAY 'ANO LETIVO DA AVALIACAO.......: '
            ACCEPT WS-ANO-FILTRO
            DISPLAY 'CODIGO DA AVALIACAO (BRANCO = TODAS): '
            ACCEPT WS-AVALIACAO-FILTRO

            PERFORM P510-CARREGAR-RESULTADOS
            IF WS-QTD-RESULTADOS = 0 THEN
               DISPLAY 'NENHUM RESULTADO EXTERNO IMPORTADO PARA O ANO '
                       WS-ANO-FILTRO
               STOP RUN
            END-IF
            PERFORM P520-SOMAR-MEDIAS-INTERNAS
            PERFORM P530-AGRUPAR

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'AVALIACAO EXTERNA X MEDIA INTERNA - ANO '
                   WS-ANO-FILTRO ' AVALIACAO ' WS-AVALIACAO-FILTRO
                   ' - EMITIDO EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE 'NIVEIS: 1 ABAIXO DO BASICO  2 BASICO  3 PROFICIENTE  '
              TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE '        4 AVANCADO (INTERNO: MEDIA <50% / <70% / <90%'
              TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE '        / 90% OU MAIS DA ESCALA)' TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMA MATERIA ALUNOS COMPAR PROFIC  MEDIA-INT '
                   'NIV-EXT NIV-INT DESTAQUE'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                    UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS
               PERFORM P540-LISTAR-GRUPO
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMAS/MATERIAS COM INTERNA ALTA X EXTERNA BAIXA: '
                   WS-QTD-INTERNA-ALTA
                   '  INTERNA BAIXA X EXTERNA ALTA: '
                   WS-QTD-EXTERNA-ALTA
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-RESULTADOS-ESGOTADOS = 'S' THEN
               MOVE SPACES TO REC-RELATORIO
               STRING 'AVISO: MAIS DE ' WS-MAX-RESULTADOS
                      ' RESULTADOS NO ANO - OS EXCEDENTES FICARAM FORA'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            CLOSE RELATORIO-FILE

            DISPLAY 'RELATORIO GERADO: COMPARATIVO-EXTERNO.TXT'
            DISPLAY 'INTERNA ALTA X EXTERNA BAIXA..: '
                    WS-QTD-INTERNA-ALTA
            DISPLAY 'INTERNA BAIXA X EXTERNA ALTA..: '
                    WS-QTD-EXTERNA-ALTA
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-CARREGAR-RESULTADOS.
            MOVE 0 TO WS-QTD-RESULTADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT EXTERNA-FILE
            IF FS-EXTERNA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXTERNA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF AE-ANO-LETIVO = WS-ANO-FILTRO AND
                              (WS-AVALIACAO-FILTRO = SPACES OR
                               AE-CD-AVALIACAO = WS-AVALIACAO-FILTRO)
                              THEN
                              PERFORM P515-GUARDAR-RESULTADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE EXTERNA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P515-GUARDAR-RESULTADO.
            IF WS-QTD-RESULTADOS < WS-MAX-RESULTADOS THEN
               ADD 1 TO WS-QTD-RESULTADOS
               MOVE AE-CD-STUDENT
                 TO WS-RS-CD-STUDENT (WS-QTD-RESULTADOS)
               MOVE AE-CD-TURMA TO WS-RS-CD-TURMA (WS-QTD-RESULTADOS)
               MOVE AE-CD-MATERIA
                 TO WS-RS-CD-MATERIA (WS-QTD-RESULTADOS)
               MOVE AE-NIVEL TO WS-RS-NIVEL (WS-QTD-RESULTADOS)
               MOVE AE-PROFICIENCIA
                 TO WS-RS-PROFICIENCIA (WS-QTD-RESULTADOS)
               MOVE 0 TO WS-RS-SOMA-INTERNA (WS-QTD-RESULTADOS)
               MOVE 0 TO WS-RS-QTD-INTERNA (WS-QTD-RESULTADOS)
            ELSE
               MOVE 'S' TO WS-RESULTADOS-ESGOTADOS
            END-IF
            .
       P515-FIM.
      *-----------------------------------------------------------------
      * MEDIAS INTERNAS DO ANO: SO REGISTROS VIVOS CURSADOS AQUI (SEM
      * ESTORNADOS E SEM OS IMPORTADOS DA ESCOLA ANTERIOR), NORMALIZADOS
      * PELA ESCALA DO REGISTRO (EM BRANCO = 100). A TURMA DO
      * COMPARATIVO PASSA A SER A DO HISTORICO NAQUELE ANO.
      *-----------------------------------------------------------------
       P520-SOMAR-MEDIAS-INTERNAS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT HIST-FILE
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HIST-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                              NOT NH-REGISTRO-ESTORNADO AND
                              NOT NH-REGISTRO-EXTERNO THEN
                              PERFORM P525-SOMAR-REGISTRO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P520-FIM.
      *-----------------------------------------------------------------
       P525-SOMAR-REGISTRO.
            IF NH-ESCALA IS NUMERIC AND NH-ESCALA > 0 THEN
               COMPUTE WS-MEDIA-NORMALIZADA ROUNDED =
                       NH-MEDIA * 100 / NH-ESCALA
            ELSE
               MOVE NH-MEDIA TO WS-MEDIA-NORMALIZADA
            END-IF
            PERFORM VARYING WS-IDX-RESULTADO FROM 1 BY 1
                    UNTIL WS-IDX-RESULTADO > WS-QTD-RESULTADOS
               IF WS-RS-CD-STUDENT (WS-IDX-RESULTADO) = NH-CD-STUDENT
                  AND WS-RS-CD-MATERIA (WS-IDX-RESULTADO) =
                      NH-CD-MATERIA THEN
                  ADD WS-MEDIA-NORMALIZADA
                   TO WS-RS-SOMA-INTERNA (WS-IDX-RESULTADO)
                  ADD 1 TO WS-RS-QTD-INTERNA (WS-IDX-RESULTADO)
                  MOVE NH-CD-TURMA
                    TO WS-RS-CD-TURMA (WS-IDX-RESULTADO)
               END-IF
            END-PERFORM
            .
       P525-FIM.
      *-----------------------------------------------------------------
       P530-AGRUPAR.
            MOVE 0 TO WS-QTD-GRUPOS
            PERFORM VARYING WS-IDX-RESULTADO FROM 1 BY 1
                    UNTIL WS-IDX-RESULTADO > WS-QTD-RESULTADOS
               PERFORM P535-SOMAR-NO-GRUPO
            END-PERFORM
            .
       P530-FIM.
      *-----------------------------------------------------------------
       P535-SOMAR-NO-GRUPO.
            MOVE 0 TO WS-POS-GRUPO
            PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                    UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS
                    OR WS-POS-GRUPO > 0
               IF WS-GR-CD-TURMA (WS-IDX-GRUPO) =
                     WS-RS-CD-TURMA (WS-IDX-RESULTADO) AND
                  WS-GR-CD-MATERIA (WS-IDX-GRUPO) =
                     WS-RS-CD-MATERIA (WS-IDX-RESULTADO) THEN
                  MOVE WS-IDX-GRUPO TO WS-POS-GRUPO
               END-IF
            END-PERFORM
            IF WS-POS-GRUPO = 0 AND WS-QTD-GRUPOS < WS-MAX-GRUPOS THEN
               ADD 1 TO WS-QTD-GRUPOS
               MOVE WS-QTD-GRUPOS TO WS-POS-GRUPO
               INITIALIZE WS-GRUPO (WS-POS-GRUPO)
               MOVE WS-RS-CD-TURMA (WS-IDX-RESULTADO)
                 TO WS-GR-CD-TURMA (WS-POS-GRUPO)
               MOVE WS-RS-CD-MATERIA (WS-IDX-RESULTADO)
                 TO WS-GR-CD-MATERIA (WS-POS-GRUPO)
            END-IF

            IF WS-POS-GRUPO > 0 THEN
               ADD 1 TO WS-GR-QTD-ALUNOS (WS-POS-GRUPO)
               ADD WS-RS-PROFICIENCIA (WS-IDX-RESULTADO)
                TO WS-GR-SOMA-PROFIC (WS-POS-GRUPO)
               IF WS-RS-QTD-INTERNA (WS-IDX-RESULTADO) > 0 THEN
                  COMPUTE WS-MEDIA-ALUNO ROUNDED =
                          WS-RS-SOMA-INTERNA (WS-IDX-RESULTADO) /
                          WS-RS-QTD-INTERNA (WS-IDX-RESULTADO)
                  EVALUATE TRUE
                     WHEN WS-MEDIA-ALUNO < 50
                        MOVE 1 TO WS-NIVEL-INTERNO
                     WHEN WS-MEDIA-ALUNO < 70
                        MOVE 2 TO WS-NIVEL-INTERNO
                     WHEN WS-MEDIA-ALUNO < 90
                        MOVE 3 TO WS-NIVEL-INTERNO
                     WHEN OTHER
                        MOVE 4 TO WS-NIVEL-INTERNO
                  END-EVALUATE
                  ADD 1 TO WS-GR-QTD-COMPARADOS (WS-POS-GRUPO)
                  ADD WS-RS-NIVEL (WS-IDX-RESULTADO)
                   TO WS-GR-SOMA-NIVEL-EXT (WS-POS-GRUPO)
                  ADD WS-NIVEL-INTERNO
                   TO WS-GR-SOMA-NIVEL-INT (WS-POS-GRUPO)
                  ADD WS-MEDIA-ALUNO
                   TO WS-GR-SOMA-MEDIA-INT (WS-POS-GRUPO)
               END-IF
            END-IF
            .
       P535-FIM.
      *-----------------------------------------------------------------
      * A COMPARACAO SO USA OS ALUNOS COM MEDIA INTERNA NO ANO (COLUNA
      * COMPAR); A PROFICIENCIA MEDIA EH DE TODOS OS ALUNOS AVALIADOS.
      *-----------------------------------------------------------------
       P540-LISTAR-GRUPO.
            COMPUTE WS-PROFIC-MEDIA ROUNDED =
                    WS-GR-SOMA-PROFIC (WS-IDX-GRUPO) /
                    WS-GR-QTD-ALUNOS (WS-IDX-GRUPO)
            MOVE WS-PROFIC-MEDIA TO WS-PROFIC-EDT
            MOVE SPACES TO WS-DESTAQUE

            IF WS-GR-QTD-COMPARADOS (WS-IDX-GRUPO) = 0 THEN
               MOVE 0 TO WS-MEDIA-INT-GRUPO
               MOVE 0 TO WS-NIVEL-EXT-MEDIO
               MOVE 0 TO WS-NIVEL-INT-MEDIO
               MOVE 'SEM MEDIA INTERNA NO ANO' TO WS-DESTAQUE
            ELSE
               COMPUTE WS-MEDIA-INT-GRUPO ROUNDED =
                       WS-GR-SOMA-MEDIA-INT (WS-IDX-GRUPO) /
                       WS-GR-QTD-COMPARADOS (WS-IDX-GRUPO)
               COMPUTE WS-NIVEL-EXT-MEDIO ROUNDED =
                       WS-GR-SOMA-NIVEL-EXT (WS-IDX-GRUPO) /
                       WS-GR-QTD-COMPARADOS (WS-IDX-GRUPO)
               COMPUTE WS-NIVEL-INT-MEDIO ROUNDED =
                       WS-GR-SOMA-NIVEL-INT (WS-IDX-GRUPO) /
                       WS-GR-QTD-COMPARADOS (WS-IDX-GRUPO)
               COMPUTE WS-DIFERENCA-NIVEL =
                       WS-NIVEL-INT-MEDIO - WS-NIVEL-EXT-MEDIO
               EVALUATE TRUE
                  WHEN WS-DIFERENCA-NIVEL >= 1
                     ADD 1 TO WS-QTD-INTERNA-ALTA
                     MOVE '*** INTERNA ALTA X EXTERNA BAIXA'
                       TO WS-DESTAQUE
                  WHEN WS-DIFERENCA-NIVEL <= -1
                     ADD 1 TO WS-QTD-EXTERNA-ALTA
                     MOVE '*** INTERNA BAIXA X EXTERNA ALTA'
                       TO WS-DESTAQUE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
            MOVE WS-MEDIA-INT-GRUPO TO WS-MEDIA-EDT

            MOVE WS-NIVEL-EXT-MEDIO TO WS-NIVEL-EXT-EDT
            MOVE WS-NIVEL-INT-MEDIO TO WS-NIVEL-INT-EDT

            MOVE SPACES TO REC-RELATORIO
            STRING WS-GR-CD-TURMA (WS-IDX-GRUPO) ' '
                   WS-GR-CD-MATERIA (WS-IDX-GRUPO) '   '
                   WS-GR-QTD-ALUNOS (WS-IDX-GRUPO) '   '
                   WS-GR-QTD-COMPARADOS (WS-IDX-GRUPO) '   '
                   WS-PROFIC-EDT '     '
                   WS-MEDIA-EDT '   '
                   WS-NIVEL-EXT-EDT '    '
                   WS-NIVEL-INT-EDT '    '
                   WS-DESTAQUE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P540-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'AVALIACAO-EXTERNA' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

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
       END PROGRAM AVALIACAO-EXTERNA.
