      *          MARCADA '<<' - A COORDENACAO ENXERGA A TURMA QUE
      *          ESTA DESLIZANDO ANTES DO FIM DO ANO. SAIDA:
      *          RELATORIO-TENDENCIA.TXT.
      *          NA REDE (UNIDADES.TXT, VEJA PROGARQ025) AS SERIES SAO
      *          DE UMA UNIDADE ESCOLAR OU CONSOLIDADAS DA REDE (A
      *          SERIE DA MATERIA SOMA TODAS AS UNIDADES); OPERADOR
      *          RESTRITO SO VE A PROPRIA UNIDADE. HISTORICO ANTERIOR
      *          A REDE (SEM UNIDADE) CONTA COMO DA UNIDADE 01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-POS-SER                  PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
      * UNIDADE ESCOLAR DO RELATORIO (EM BRANCO = REDE CONSOLIDADA).
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-UNIDADE   PIC 9(01)       VALUE 0.
           COPY UNIDADE-RECORD.
       01 WS-TABELA-TURMA.
           02 WS-SER-T OCCURS 600 TIMES.
              03 WS-ST-ANO            PIC 9(04).
       77 WS-ACHOU-REF                PIC 9(01)       VALUE 0.
       77 WS-MARCA-QUEDA              PIC X(02)       VALUE SPACES.
       77 WS-LIMIAR-QUEDA-MEDIA       PIC 9(03)V9(01) VALUE 5.
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
            DISPLAY 'TENDENCIA DE RESULTADOS (TURMA E MATERIA)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
                                WS-RETORNO-LER-ESCALA
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM P001-CONFERIR-HISTORICO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               NH-CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF NOT NH-REGISTRO-ESTORNADO AND
                              WS-RETORNO-UNIDADE = 0 AND
                              NH-ANO-LETIVO IS NUMERIC AND
                              NH-BIMESTRE IS NUMERIC AND
                              NH-ANO-LETIVO > 0 THEN
      *-----------------------------------------------------------------
       P500-IMPRIMIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'TENDENCIA DE RESULTADOS (MEDIAS NA ESCALA 0-'
                   WS-ESCALA-MAXIMO ')'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            PERFORM P505-LINHA-UNIDADE
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

            CLOSE RELATORIO-FILE
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * ABRANGENCIA DO RELATORIO: A UNIDADE ESCOLHIDA OU A REDE TODA.
      * ESCOLA UNICA (SEM CADASTRO DE UNIDADES) NAO GANHA A LINHA.
      *-----------------------------------------------------------------
       P505-LINHA-UNIDADE.
            MOVE SPACES TO REC-RELATORIO
            CALL 'BUSCAR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                         REG-UNIDADE,
                                         WS-RETORNO-BUSCAR-UNIDADE
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               STRING 'UNIDADE ESCOLAR ' WS-UNIDADE-FILTRO ' - '
                      UN-NM-UNIDADE
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            ELSE
               IF WS-RETORNO-BUSCAR-UNIDADE NOT = 2 THEN
                  STRING 'CONSOLIDADO DA REDE - TODAS AS UNIDADES '
                         'ESCOLARES'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
            END-IF
            .
       P505-FIM.
      *-----------------------------------------------------------------
       P550-IMPRIMIR-LINHA-TURMA.
            COMPUTE WS-TAXA-APROVACAO ROUNDED =
            .
       P650-FIM.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * HISTORICO (VIVO OU ANO ARQUIVADO) ABERTO: O CARIMBO DELE TEM
      * QUE SER DA VERSAO COMPILADA ANTES DA PRIMEIRA LEITURA (VEJA
      * CONFERIR-LAYOUT E CONVERTER-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-HISTORICO.
            SET LY-CONFERIR TO TRUE
            MOVE 'TENDENCIA-RESULTADOS' TO LY-PROGRAMA
            MOVE WS-NOME-HISTORICO TO LY-NOME-ARQUIVO
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
       END PROGRAM TENDENCIA-RESULTADOS.
