      *          MENOR MEDIA E A CONTAGEM POR FAIXA DE CONCEITO A-F
      *          (AS MESMAS FAIXAS DE PARTE-DOIS-RESULTADO/P100, LIDAS
      *          DO PROPRIO NH-CONCEITO GRAVADO). SAI EM
      *          ESTATISTICA-MATERIA.TXT. A COORDENACAO ESCOLHE SE OS
      *          RESULTADOS DE AVALIACAO ADAPTADA (ALUNO COM PEI, VEJA
      *          VERIFICAR-ADAPTADA) ENTRAM NA DISTRIBUICAO; O
      *          CABECALHO DIZ A ESCOLHA.
      *          NA REDE (UNIDADES.TXT, VEJA PROGARQ025) SAI PARA UMA
      *          UNIDADE ESCOLAR OU CONSOLIDADO DA REDE INTEIRA (AS
      *          TURMAS DE TODAS AS UNIDADES E O TOTAL DA MATERIA NA
      *          REDE); OPERADOR RESTRITO SO VE A PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-LIMITE-ORD               PIC 9(03)       VALUE 0.
       77 WS-MATERIA-ATUAL            PIC X(05)       VALUE SPACES.
       77 WS-MEDIA-GERAL              PIC 9(03)V9(01) VALUE 0.
      * RESULTADOS DE AVALIACAO ADAPTADA: 'S' = ENTRAM NA
      * ESTATISTICA, 'N' = FICAM DE FORA (CONTADOS EM
      * WS-QTD-ADAPTADAS-FORA).
       77 WS-INCLUIR-ADAPTADA         PIC X(01)       VALUE 'S'.
       77 WS-RETORNO-ADAPTADA         PIC 9(01)       VALUE 1.
       77 WS-QTD-ADAPTADAS-FORA       PIC 9(05)       VALUE 0.
      * UNIDADE ESCOLAR DO RELATORIO (EM BRANCO = REDE CONSOLIDADA).
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-UNIDADE   PIC 9(01)       VALUE 0.
           COPY UNIDADE-RECORD.
      * TOTALIZADORES DA MATERIA EM IMPRESSAO (SOMA DAS TURMAS DELA).
       77 WS-TOT-QTD                  PIC 9(05)       VALUE 0.
       77 WS-TOT-SOMA                 PIC 9(07)V9(01) VALUE 0.
              03 WS-GRP-QTD-D         PIC 9(05).
              03 WS-GRP-QTD-F         PIC 9(05).
       01 WS-GRUPO-TEMP               PIC X(86)       VALUE SPACES.
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
            DISPLAY 'ESTATISTICA DE NOTAS POR MATERIA'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            DISPLAY 'ANO LETIVO (0 = TODOS)........: '
            ACCEPT WS-ANO-FILTRO
            IF WS-ANO-FILTRO > 0 THEN
               DISPLAY 'BIMESTRE (0 = TODOS)..........: '
               ACCEPT WS-BIMESTRE-FILTRO
            END-IF
            DISPLAY 'INCLUIR RESULTADOS DE AVALIACAO ADAPTADA (S/N) '
                    '[S]: '
            ACCEPT WS-INCLUIR-ADAPTADA
            IF WS-INCLUIR-ADAPTADA NOT = 'N' THEN
               MOVE 'S' TO WS-INCLUIR-ADAPTADA
            END-IF

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-FILTRO,
                                            NH-CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF NOT NH-REGISTRO-ESTORNADO AND
                           WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P100-FILTRAR-E-ACUMULAR
                        END-IF
               END-READ
            PERFORM P300-ORDENAR-GRUPOS

            OPEN OUTPUT ESTATISTICA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ESTATISTICA FROM AI-FAIXA
            END-IF
            PERFORM P400-IMPRIMIR-RELATORIO
            CLOSE ESTATISTICA-FILE

                  NH-BIMESTRE NOT = WS-BIMESTRE-FILTRO THEN
                  CONTINUE
               ELSE
                  MOVE 1 TO WS-RETORNO-ADAPTADA
                  IF WS-INCLUIR-ADAPTADA = 'N' THEN
                     CALL 'VERIFICAR-ADAPTADA'
                          USING NH-CD-STUDENT, NH-CD-MATERIA,
                                NH-DATA-PROCESSAMENTO,
                                NH-HORA-PROCESSAMENTO,
                                WS-RETORNO-ADAPTADA
                  END-IF
                  IF WS-RETORNO-ADAPTADA = 0 THEN
                     ADD 1 TO WS-QTD-ADAPTADAS-FORA
                  ELSE
                     PERFORM P200-ACUMULAR-REGISTRO
                  END-IF
               END-IF
            END-IF
            .
            END-STRING
            WRITE REC-ESTATISTICA

            PERFORM P450-LINHA-UNIDADE

            MOVE SPACES TO REC-ESTATISTICA
            IF WS-INCLUIR-ADAPTADA = 'S' THEN
               STRING 'RESULTADOS DE AVALIACAO ADAPTADA INCLUIDOS'
                      DELIMITED BY SIZE INTO REC-ESTATISTICA
               END-STRING
            ELSE
               STRING 'RESULTADOS DE AVALIACAO ADAPTADA EXCLUIDOS ('
                      WS-QTD-ADAPTADAS-FORA ' FORA DA ESTATISTICA)'
                      DELIMITED BY SIZE INTO REC-ESTATISTICA
               END-STRING
            END-IF
            WRITE REC-ESTATISTICA

            MOVE SPACES TO REC-ESTATISTICA
            WRITE REC-ESTATISTICA

            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * ABRANGENCIA DO RELATORIO: A UNIDADE ESCOLHIDA OU A REDE TODA.
      * ESCOLA UNICA (SEM CADASTRO DE UNIDADES) NAO GANHA A LINHA.
      *-----------------------------------------------------------------
       P450-LINHA-UNIDADE.
            MOVE SPACES TO REC-ESTATISTICA
            CALL 'BUSCAR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                         REG-UNIDADE,
                                         WS-RETORNO-BUSCAR-UNIDADE
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               STRING 'UNIDADE ESCOLAR ' WS-UNIDADE-FILTRO ' - '
                      UN-NM-UNIDADE
                      DELIMITED BY SIZE INTO REC-ESTATISTICA
               END-STRING
               WRITE REC-ESTATISTICA
            ELSE
               IF WS-RETORNO-BUSCAR-UNIDADE NOT = 2 THEN
                  STRING 'CONSOLIDADO DA REDE - TODAS AS UNIDADES '
                         'ESCOLARES'
                         DELIMITED BY SIZE INTO REC-ESTATISTICA
                  END-STRING
                  WRITE REC-ESTATISTICA
               END-IF
            END-IF
            .
       P450-FIM.
      *-----------------------------------------------------------------
       P500-CABECALHO-MATERIA.
            MOVE WS-GRP-CD-MATERIA (WS-IDX-GRUPO) TO WS-MATERIA-ATUAL
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ESTATISTICA-MATERIA' TO LY-PROGRAMA
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
       END PROGRAM ESTATISTICA-MATERIA.
