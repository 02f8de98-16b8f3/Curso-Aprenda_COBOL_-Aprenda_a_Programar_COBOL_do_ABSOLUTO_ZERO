      *          40% E O COLEGA DA MESMA MATERIA AO LADO REPROVA 5%,
      *          A COORDENACAO VE NO RELATORIO, NAO NO TELEFONE.
      *          SAIDA: ESTATISTICA-PROFESSOR.TXT.
      *          NA REDE (UNIDADES.TXT, VEJA PROGARQ025) SAI PARA UMA
      *          UNIDADE ESCOLAR OU CONSOLIDADO DA REDE INTEIRA (O
      *          PROFESSOR QUE DA AULA EM MAIS DE UMA UNIDADE SOMA
      *          TODAS); OPERADOR RESTRITO SO VE A PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-NOME-PROFESSOR           PIC X(30)       VALUE SPACES.
       77 WS-EOF-PROF                 PIC A(01)       VALUE 'N'.
      * UNIDADE ESCOLAR DO RELATORIO (EM BRANCO = REDE CONSOLIDADA).
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-UNIDADE   PIC 9(01)       VALUE 0.
           COPY UNIDADE-RECORD.
           COPY FORMATOS-DATA.
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
            DISPLAY 'ESTATISTICA DE RESULTADOS POR PROFESSOR'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            DISPLAY 'ANO LETIVO....................: '
            ACCEPT WS-ANO-FILTRO
            DISPLAY 'BIMESTRE......................: '
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-FILTRO,
                                            NH-CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                           NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           NOT NH-REGISTRO-ESTORNADO AND
                           WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P300-ACUMULAR-REGISTRO
                        END-IF
               END-READ
      *-----------------------------------------------------------------
       P500-IMPRIMIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'RESULTADOS POR PROFESSOR - '
                   WS-BIMESTRE-FILTRO 'O BIMESTRE DE ' WS-ANO-FILTRO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            PERFORM P505-LINHA-UNIDADE
            MOVE SPACES TO REC-RELATORIO
            STRING 'FAIXAS DE NOTA (DA ESCALA 0-' WS-ESCALA-MAXIMO
                   '): F1 < 25%  F2 < 50%  F3 < 75%  F4 >= 75%'
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
       P510-IMPRIMIR-PROFESSOR.
            PERFORM P520-BUSCAR-NOME-PROFESSOR
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ESTATISTICA-PROFESSO' TO LY-PROGRAMA
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
       END PROGRAM ESTATISTICA-PROFESSOR.
