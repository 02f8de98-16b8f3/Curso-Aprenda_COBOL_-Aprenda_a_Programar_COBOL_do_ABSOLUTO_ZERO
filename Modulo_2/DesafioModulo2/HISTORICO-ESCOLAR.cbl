      *          DV), UMA LINHA POR MATERIA/PERIODO E BLOCO DE
      *          ASSINATURAS - A SECRETARIA PARA DE REDIGITAR A VIDA
      *          ESCOLAR INTEIRA DA CRIANCA A CADA TRANSFERENCIA.
      *          OS PERIODOS CURSADOS EM TURMA DE REGIME DESCRITIVO
      *          SAEM COM O PARECER (PARECERES.TXT, VEJA PARECER-
      *          RECORD.CPY) NO LUGAR DE MEDIA E CONCEITO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DOCUMENTO-FILE ASSIGN TO
           '../../HISTORICO-ESCOLAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARECER-FILE ASSIGN TO
           '../../PARECERES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARECER.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY NOTAS-HIST-RECORD.
       FD DOCUMENTO-FILE.
       01 REC-DOCUMENTO            PIC X(120).
       FD PARECER-FILE.
           COPY PARECER-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
      * MOSTRA A MEDIA NORMALIZADA PARA A ESCALA CORRENTE E DECLARA
      * A ORIGINAL QUANDO AS ESCALAS DIFEREM.
              03 WS-HIST-ESCALA       PIC 9(03).
      * LINHA DE PARECER DESCRITIVO (ORIGEM 'D'): POSICAO DO TEXTO NA
      * TABELA WS-TABELA-TEXTOS - VIAJA COM A LINHA NA ORDENACAO.
              03 WS-HIST-IDX-PARECER  PIC 9(03).
       01 WS-LINHA-TEMP               PIC X(63)       VALUE SPACES.
      * TEXTOS DOS PARECERES DO ALUNO (VEJA P260): UM POR ANO/
      * BIMESTRE/MATERIA - RELANCAMENTO SUBSTITUI O TEXTO ANTERIOR.
       77 FS-PARECER                  PIC X(02)       VALUE SPACES.
       77 WS-QTD-TEXTOS               PIC 9(03)       VALUE 0.
       77 WS-POS-LINHA                PIC 9(03)       VALUE 0.
       77 WS-IDX-TEXTO                PIC 9(01)       VALUE 0.
       01 WS-TABELA-TEXTOS.
           02 WS-TEXTO-ITEM OCCURS 200 TIMES.
              03 WS-TEXTO-LINHA       PIC X(60) OCCURS 4 TIMES.
      * TRADUCAO DE CODIGO DE MATERIA RENOMEADO (VEJA TRADUZIR-
      * MATERIA E EQUIVALENCIAS.TXT): OS ANOS ARQUIVADOS GUARDAM O
      * CODIGO VELHO - TRADUZIDO NA COLETA, A MESMA DISCIPLINA SAI
       77 WS-ESCALA-MAXIMO            PIC 9(03)       VALUE 100.
       77 WS-RETORNO-LER-ESCALA       PIC 9(01)       VALUE 0.
       77 WS-MEDIA-NORMALIZADA        PIC 9(03)V9(01) VALUE 0.
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
            DISPLAY 'EMISSAO DE HISTORICO ESCOLAR (TRANSFERENCIA)'
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-STUDENT-FILTRO

            PERFORM P200-COLETAR-HISTORICO-VIVO
            PERFORM P300-COLETAR-ARQUIVOS-MORTOS
            PERFORM P260-COLETAR-PARECERES
            PERFORM P400-ORDENAR-LINHAS
            PERFORM P500-IMPRIMIR-DOCUMENTO

            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM P003-CONFERIR-HISTORICO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                                 MOVE SPACE TO
                                      WS-HIST-ORIGEM (WS-QTD-LINHAS)
                              END-IF
                              MOVE 0 TO
                                   WS-HIST-IDX-PARECER (WS-QTD-LINHAS)
                           END-IF
                  END-READ
               END-PERFORM
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * PARECERES DO ALUNO (TURMAS DE REGIME DESCRITIVO), DE TODOS OS
      * ANOS - PARECERES.TXT NAO TEM ARQUIVO MORTO. O ARQUIVO SO
      * CRESCE: RELANCAMENTO DO MESMO ANO/BIMESTRE/MATERIA TROCA O
      * TEXTO DA LINHA JA COLETADA (VALE O ULTIMO).
      *-----------------------------------------------------------------
       P260-COLETAR-PARECERES.
            MOVE 'N' TO WS-EOF
            OPEN INPUT PARECER-FILE
            IF FS-PARECER = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARECER-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PR-CD-STUDENT = WS-CD-STUDENT-FILTRO THEN
                              PERFORM P270-GUARDAR-PARECER
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PARECER-FILE
            END-IF
            .
       P260-FIM.
      *-----------------------------------------------------------------
       P270-GUARDAR-PARECER.
            MOVE 0 TO WS-POS-LINHA
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
                    OR WS-POS-LINHA > 0
               IF WS-HIST-ORIGEM (WS-IDX-LINHA) = 'D' AND
                  WS-HIST-ANO (WS-IDX-LINHA) = PR-ANO-LETIVO AND
                  WS-HIST-BIMESTRE (WS-IDX-LINHA) = PR-BIMESTRE AND
                  WS-HIST-CD-MATERIA (WS-IDX-LINHA) = PR-CD-MATERIA
                  THEN
                  MOVE WS-IDX-LINHA TO WS-POS-LINHA
               END-IF
            END-PERFORM

            IF WS-POS-LINHA > 0 THEN
               MOVE PR-TEXTO TO WS-TEXTO-ITEM
                    (WS-HIST-IDX-PARECER (WS-POS-LINHA))
            ELSE
               IF WS-QTD-LINHAS >= 600 OR WS-QTD-TEXTOS >= 200 THEN
                  MOVE 'S' TO WS-HOUVE-CORTE
               ELSE
                  ADD 1 TO WS-QTD-LINHAS
                  ADD 1 TO WS-QTD-TEXTOS
                  MOVE PR-TEXTO TO WS-TEXTO-ITEM (WS-QTD-TEXTOS)
                  MOVE PR-ANO-LETIVO TO WS-HIST-ANO (WS-QTD-LINHAS)
                  MOVE PR-BIMESTRE TO WS-HIST-BIMESTRE (WS-QTD-LINHAS)
                  MOVE PR-CD-MATERIA
                    TO WS-HIST-CD-MATERIA (WS-QTD-LINHAS)
                  MOVE PR-NM-MATERIA
                    TO WS-HIST-NM-MATERIA (WS-QTD-LINHAS)
                  MOVE 0 TO WS-HIST-MEDIA (WS-QTD-LINHAS)
                  MOVE 'DESCRITIVO' TO WS-HIST-STATUS (WS-QTD-LINHAS)
                  MOVE SPACE TO WS-HIST-CONCEITO (WS-QTD-LINHAS)
                  MOVE 'D' TO WS-HIST-ORIGEM (WS-QTD-LINHAS)
                  MOVE WS-ESCALA-MAXIMO
                    TO WS-HIST-ESCALA (WS-QTD-LINHAS)
                  MOVE WS-QTD-TEXTOS
                    TO WS-HIST-IDX-PARECER (WS-QTD-LINHAS)
               END-IF
            END-IF
            .
       P270-FIM.
      *-----------------------------------------------------------------
      * ORDENA AS LINHAS POR ANO/BIMESTRE/MATERIA (BOLHA - UM ALUNO
      * TEM POUCAS DEZENAS DE LINHAS, NAO JUSTIFICA SORT EXTERNO).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       P500-IMPRIMIR-DOCUMENTO.
            OPEN OUTPUT DOCUMENTO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-DOCUMENTO FROM AI-FAIXA
            END-IF

            MOVE SPACES TO REC-DOCUMENTO
            STRING '==================================================='

            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
               IF WS-HIST-ORIGEM (WS-IDX-LINHA) = 'D' THEN
                  PERFORM P520-IMPRIMIR-LINHA-PARECER
               ELSE
                  PERFORM P510-IMPRIMIR-LINHA-MEDIA
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-DOCUMENTO
            CLOSE DOCUMENTO-FILE
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-IMPRIMIR-LINHA-MEDIA.
      * A MEDIA SAI NORMALIZADA PARA A ESCALA CORRENTE (REGRA DE
      * TRES PELO MAXIMO DE CADA ESCALA); QUANDO AS ESCALAS DIFEREM
      * A ORIGINAL SAI DECLARADA NO FIM DA LINHA.
            IF WS-HIST-ESCALA (WS-IDX-LINHA) = WS-ESCALA-MAXIMO
               THEN
               MOVE WS-HIST-MEDIA (WS-IDX-LINHA)
                 TO WS-MEDIA-NORMALIZADA
            ELSE
               COMPUTE WS-MEDIA-NORMALIZADA ROUNDED =
                       WS-HIST-MEDIA (WS-IDX-LINHA) *
                       WS-ESCALA-MAXIMO /
                       WS-HIST-ESCALA (WS-IDX-LINHA)
            END-IF
            MOVE SPACES TO REC-DOCUMENTO
            STRING WS-HIST-ANO (WS-IDX-LINHA) ' '
                   WS-HIST-BIMESTRE (WS-IDX-LINHA) '   '
                   WS-HIST-NM-MATERIA (WS-IDX-LINHA) ' '
                   WS-MEDIA-NORMALIZADA '  '
                   WS-HIST-STATUS (WS-IDX-LINHA) ' '
                   WS-HIST-CONCEITO (WS-IDX-LINHA)
                   DELIMITED BY SIZE INTO REC-DOCUMENTO
            END-STRING
      * RESULTADO IMPORTADO DA ESCOLA ANTERIOR SAI MARCADO - O QUE
      * FOI CURSADO AQUI CONTINUA DISTINGUIVEL DO QUE VEIO DE FORA.
            IF WS-HIST-ORIGEM (WS-IDX-LINHA) = 'X' THEN
               STRING ' (EXT)' DELIMITED BY SIZE
                      INTO REC-DOCUMENTO (75:6)
               END-STRING
            END-IF
            IF WS-HIST-ESCALA (WS-IDX-LINHA) NOT =
               WS-ESCALA-MAXIMO THEN
               STRING 'ORIG ' WS-HIST-MEDIA (WS-IDX-LINHA)
                      '/0-' WS-HIST-ESCALA (WS-IDX-LINHA)
                      DELIMITED BY SIZE
                      INTO REC-DOCUMENTO (82:12)
               END-STRING
            END-IF
            WRITE REC-DOCUMENTO
            .
       P510-FIM.
      *-----------------------------------------------------------------
      * PERIODO EM TURMA DESCRITIVA: NO LUGAR DA MEDIA, 'PARECER
      * DESCRITIVO' NA LINHA DA MATERIA E O TEXTO LOGO ABAIXO.
      *-----------------------------------------------------------------
       P520-IMPRIMIR-LINHA-PARECER.
            MOVE SPACES TO REC-DOCUMENTO
            STRING WS-HIST-ANO (WS-IDX-LINHA) ' '
                   WS-HIST-BIMESTRE (WS-IDX-LINHA) '   '
                   WS-HIST-NM-MATERIA (WS-IDX-LINHA) ' '
                   'PARECER DESCRITIVO'
                   DELIMITED BY SIZE INTO REC-DOCUMENTO
            END-STRING
            WRITE REC-DOCUMENTO

            MOVE WS-HIST-IDX-PARECER (WS-IDX-LINHA) TO WS-POS-LINHA
            PERFORM VARYING WS-IDX-TEXTO FROM 1 BY 1
                    UNTIL WS-IDX-TEXTO > 4
               IF WS-TEXTO-LINHA (WS-POS-LINHA, WS-IDX-TEXTO)
                  NOT = SPACES THEN
                  MOVE SPACES TO REC-DOCUMENTO
                  STRING '           '
                         WS-TEXTO-LINHA (WS-POS-LINHA, WS-IDX-TEXTO)
                         DELIMITED BY SIZE INTO REC-DOCUMENTO
                  END-STRING
                  WRITE REC-DOCUMENTO
               END-IF
            END-PERFORM
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * O CARIMBO DE CADA LINHA EH ANO*10 + BIMESTRE - O QUE O
      * DOCUMENTO MOSTRA E O QUE O CONFERENTE CONSEGUE REDIGITAR.
            .
       P550-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'HISTORICO-ESCOLAR' TO LY-PROGRAMA
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
      * HISTORICO (VIVO OU ANO ARQUIVADO) ABERTO: O CARIMBO DELE TEM
      * QUE SER DA VERSAO COMPILADA ANTES DA PRIMEIRA LEITURA (VEJA
      * CONFERIR-LAYOUT E CONVERTER-LAYOUT).
      *-----------------------------------------------------------------
       P003-CONFERIR-HISTORICO.
            SET LY-CONFERIR TO TRUE
            MOVE 'HISTORICO-ESCOLAR' TO LY-PROGRAMA
            MOVE WS-NOME-HISTORICO TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA
            .
       P003-FIM.
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
       END PROGRAM HISTORICO-ESCOLAR.
