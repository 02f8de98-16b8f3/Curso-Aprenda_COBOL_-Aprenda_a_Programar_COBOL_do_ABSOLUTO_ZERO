      *          NAO HAVIA PROGRAMA QUE MONTASSE O DOCUMENTO LEGAL.
      *          FAIXA DE DATAS OPCIONAL (0 = SEM LIMITE) PARA RECORTAR
      *          O BIMESTRE. SAIDA: DIARIO-CLASSE.TXT.
      *          FECHA COM A PAGINA DE CONTEUDOS: CADA DATA DE AULA COM
      *          O CONTEUDO MINISTRADO E A TAREFA DE CASA REGISTRADOS
      *          NA CHAMADA (CONTEUDOS.TXT, VEJA CONTEUDO-RECORD.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETALHE.

           SELECT CONTEUDO-FILE ASSIGN TO
           '../../CONTEUDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTEUDO.

           SELECT DIARIO-FILE ASSIGN TO
           '../../DIARIO-CLASSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY STUDENT-RECORD.
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       FD CONTEUDO-FILE.
           COPY CONTEUDO-RECORD.
       FD DIARIO-FILE.
       01 REC-DIARIO               PIC X(132).
       WORKING-STORAGE SECTION.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-DETALHE                  PIC X(02)       VALUE SPACES.
       77 FS-CONTEUDO                 PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * DIARIO - UM RELANCAMENTO (LOTE REFEITO) SUBSTITUI O ANTERIOR.
       77 WS-CARIMBO-ATUAL            PIC 9(16)       VALUE 0.
       77 WS-CARIMBO-REGISTRO         PIC 9(16)       VALUE 0.
      * CONTEUDO E TAREFA DE CADA AULA, NA MESMA POSICAO DA DATA NA
      * TABELA DE COLUNAS (CARREGADOS DEPOIS DA ORDENACAO).
       77 WS-QTD-SEM-CONTEUDO         PIC 9(02)       VALUE 0.
       01 WS-TABELA-CONTEUDOS.
           02 WS-CONTEUDO-ITEM OCCURS 60 TIMES.
              03 WS-CNT-CONTEUDO      PIC X(60).
              03 WS-CNT-TAREFA        PIC X(60).
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
            DISPLAY 'EMISSAO DE DIARIO DE CLASSE (TURMA/MATERIA)'
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-FILTRO
            END-IF

            PERFORM P200-ORDENAR-DATAS
            PERFORM P250-CARREGAR-CONTEUDOS
            PERFORM P300-IMPRIMIR-DIARIO

            DISPLAY 'DOCUMENTO GERADO: DIARIO-CLASSE.TXT'
            DISPLAY 'AULAS DADAS...................: ' WS-QTD-DATAS
            DISPLAY 'ALUNOS NO DIARIO..............: ' WS-QTD-ALUNOS
            DISPLAY 'AULAS SEM CONTEUDO REGISTRADO.: '
                    WS-QTD-SEM-CONTEUDO
            IF WS-ESTOURO-GRADE = 'S' THEN
               DISPLAY '*** ATENCAO: GRADE ESTOUROU (60 ALUNOS/60 '
                       'AULAS) - DIARIO INCOMPLETO ***'
            MOVE SPACES TO WS-LINHA-MARCAS
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * CONTEUDOS DA TURMA/MATERIA: O REGISTRO VIVO DE CADA DATA DA
      * GRADE VAI PARA A POSICAO DA DATA (DATA FORA DA GRADE - SEM
      * CHAMADA OU FORA DA FAIXA - NAO ENTRA).
      *-----------------------------------------------------------------
       P250-CARREGAR-CONTEUDOS.
            PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
                    UNTIL WS-IDX-DATA > 60
               MOVE SPACES TO WS-CONTEUDO-ITEM (WS-IDX-DATA)
            END-PERFORM

            MOVE 'N' TO WS-EOF
            OPEN INPUT CONTEUDO-FILE
            IF FS-CONTEUDO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CONTEUDO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CT-CD-TURMA = WS-TURMA-FILTRO AND
                              CT-CD-MATERIA = WS-MATERIA-FILTRO AND
                              NOT CT-REGISTRO-ESTORNADO THEN
                              PERFORM P260-GUARDAR-CONTEUDO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTEUDO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P260-GUARDAR-CONTEUDO.
            PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
                    UNTIL WS-IDX-DATA > WS-QTD-DATAS
               IF WS-DAT-DDMM (WS-IDX-DATA) = CT-DATA-AULA THEN
                  MOVE CT-CONTEUDO TO WS-CNT-CONTEUDO (WS-IDX-DATA)
                  MOVE CT-TAREFA TO WS-CNT-TAREFA (WS-IDX-DATA)
               END-IF
            END-PERFORM
            .
       P260-FIM.
      *-----------------------------------------------------------------
       P300-IMPRIMIR-DIARIO.
            OPEN OUTPUT DIARIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-DIARIO FROM AI-FAIXA
            END-IF

            MOVE SPACES TO REC-DIARIO
            STRING '==================================================='

            MOVE SPACES TO REC-DIARIO
            WRITE REC-DIARIO
      * A MARCA 'S' (ALUNO SUSPENSO NO DIA) NAO ENTRA NA COLUNA DE
      * FALTAS - A LEGENDA VAI EM LINHA PROPRIA PARA NAO DESALINHAR
      * O CABECALHO DAS COLUNAS.
            MOVE SPACES TO REC-DIARIO
            STRING 'S=SUSPENSO NO DIA (REGISTRO DE OCORRENCIAS - NAO '
                   'CONTA COMO FALTA)'
                   DELIMITED BY SIZE INTO REC-DIARIO
            END-STRING
            WRITE REC-DIARIO
            MOVE SPACES TO REC-DIARIO
            STRING 'ALUNO                      MARCAS (P=PRESENTE '
                   'F=FALTA -=SEM REGISTRO)  FALTAS'
            WRITE REC-DIARIO
            MOVE SPACES TO REC-DIARIO
            STRING 'NOTAS POR AVALIACAO DO PERIODO '
                   '(* = ISENTA POR ATESTADO, A = AVALIACAO '
                   'ADAPTADA):'
                   DELIMITED BY SIZE INTO REC-DIARIO
            END-STRING
            WRITE REC-DIARIO
               PERFORM P500-IMPRIMIR-NOTAS-ALUNO
            END-PERFORM

            PERFORM P600-IMPRIMIR-CONTEUDOS

            CLOSE DIARIO-FILE
            .
       P300-FIM.
               IF WS-CARIMBO-REGISTRO = WS-CARIMBO-ATUAL AND
                  WS-PTR-NOTAS < 60 THEN
                  MOVE 1 TO WS-TEM-DETALHE
                  EVALUATE TRUE
                     WHEN ND-ISENTA = 'S'
                        STRING ' ' ND-NOTA '*'
                               DELIMITED BY SIZE INTO WS-LINHA-NOTAS
                               WITH POINTER WS-PTR-NOTAS
                        END-STRING
                     WHEN ND-ADAPTADA = 'S'
                        STRING ' ' ND-NOTA 'A'
                               DELIMITED BY SIZE INTO WS-LINHA-NOTAS
                               WITH POINTER WS-PTR-NOTAS
                        END-STRING
                     WHEN OTHER
                        STRING ' ' ND-NOTA
                               DELIMITED BY SIZE INTO WS-LINHA-NOTAS
                               WITH POINTER WS-PTR-NOTAS
                        END-STRING
                  END-EVALUATE
               END-IF
            END-IF
            .
       P510-FIM.
      *-----------------------------------------------------------------
      * PAGINA DE CONTEUDOS: UMA LINHA POR AULA DA GRADE (MESMA
      * NUMERACAO DAS COLUNAS) COM O CONTEUDO MINISTRADO E, QUANDO
      * HOUVER, A TAREFA DE CASA NA LINHA DE BAIXO. AULA SEM CONTEUDO
      * SAI APONTADA.
      *-----------------------------------------------------------------
       P600-IMPRIMIR-CONTEUDOS.
            MOVE SPACES TO REC-DIARIO
            WRITE REC-DIARIO
            MOVE SPACES TO REC-DIARIO
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-DIARIO
            END-STRING
            WRITE REC-DIARIO
            MOVE SPACES TO REC-DIARIO
            STRING '  CONTEUDOS MINISTRADOS - TURMA ' WS-TURMA-FILTRO
                   ' MATERIA ' WS-MATERIA-FILTRO
                   DELIMITED BY SIZE INTO REC-DIARIO
            END-STRING
            WRITE REC-DIARIO
            MOVE SPACES TO REC-DIARIO
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-DIARIO
            END-STRING
            WRITE REC-DIARIO

            MOVE 0 TO WS-QTD-SEM-CONTEUDO
            PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
                    UNTIL WS-IDX-DATA > WS-QTD-DATAS
               MOVE SPACES TO REC-DIARIO
               IF WS-CNT-CONTEUDO (WS-IDX-DATA) = SPACES THEN
                  ADD 1 TO WS-QTD-SEM-CONTEUDO
                  STRING '  AULA ' WS-IDX-DATA ' - '
                         WS-DAT-DDMM (WS-IDX-DATA)
                         ' - *** SEM CONTEUDO REGISTRADO ***'
                         DELIMITED BY SIZE INTO REC-DIARIO
                  END-STRING
                  WRITE REC-DIARIO
               ELSE
                  STRING '  AULA ' WS-IDX-DATA ' - '
                         WS-DAT-DDMM (WS-IDX-DATA) ' - '
                         WS-CNT-CONTEUDO (WS-IDX-DATA)
                         DELIMITED BY SIZE INTO REC-DIARIO
                  END-STRING
                  WRITE REC-DIARIO
                  IF WS-CNT-TAREFA (WS-IDX-DATA) NOT = SPACES THEN
                     MOVE SPACES TO REC-DIARIO
                     STRING '                   TAREFA: '
                            WS-CNT-TAREFA (WS-IDX-DATA)
                            DELIMITED BY SIZE INTO REC-DIARIO
                     END-STRING
                     WRITE REC-DIARIO
                  END-IF
               END-IF
            END-PERFORM
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'DIARIO-CLASSE' TO LY-PROGRAMA
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
       END PROGRAM DIARIO-CLASSE.
