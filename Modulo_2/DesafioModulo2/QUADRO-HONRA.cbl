      *          ULTIMA POSICAO INCLUI TODOS OS EMPATADOS - NINGUEM
      *          FICA DE FORA POR ORDEM DE ARQUIVO. SUBSTITUI A
      *          COMPILACAO MANUAL FEITA RODANDO RESUMO-ALUNO UM POR
      *          UM. A COORDENACAO ESCOLHE SE OS RESULTADOS DE
      *          AVALIACAO ADAPTADA (ALUNO COM PEI, VEJA VERIFICAR-
      *          ADAPTADA) ENTRAM NA MEDIA; O CABECALHO DIZ A ESCOLHA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-QTD-IMPRESSOS            PIC 9(02)       VALUE 0.
       77 WS-MEDIA-CORTE              PIC 9(03)V9(01) VALUE 0.
       77 WS-TURMA-ATUAL              PIC X(05)       VALUE SPACES.
      * RESULTADOS DE AVALIACAO ADAPTADA: 'S' = ENTRAM NO QUADRO,
      * 'N' = FICAM DE FORA (CONTADOS EM WS-QTD-ADAPTADAS-FORA).
       77 WS-INCLUIR-ADAPTADA         PIC X(01)       VALUE 'S'.
       77 WS-RETORNO-ADAPTADA         PIC 9(01)       VALUE 1.
       77 WS-QTD-ADAPTADAS-FORA       PIC 9(05)       VALUE 0.
      * ACUMULADORES POR ALUNO (BUSCA LINEAR, MESMO ESTILO DE
      * PROMOCAO-ALUNOS).
       01 WS-TABELA-ALUNOS.
       77 WS-PARAMETROS-SPOOL         PIC X(40)       VALUE SPACES.
       77 WS-OPERADOR-SPOOL           PIC X(10)       VALUE 'N/D'.
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
            DISPLAY 'QUADRO DE HONRA DO BIMESTRE'
            DISPLAY 'ANO LETIVO....................: '
            ACCEPT WS-ANO-FILTRO
            IF WS-TOP-N IS NOT NUMERIC OR WS-TOP-N = 0 THEN
               MOVE 3 TO WS-TOP-N
            END-IF
            DISPLAY 'INCLUIR RESULTADOS DE AVALIACAO ADAPTADA (S/N) '
                    '[S]: '
            ACCEPT WS-INCLUIR-ADAPTADA
            IF WS-INCLUIR-ADAPTADA NOT = 'N' THEN
               MOVE 'S' TO WS-INCLUIR-ADAPTADA
            END-IF

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            PERFORM P300-ORDENAR-POR-MEDIA

            OPEN OUTPUT QUADRO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-QUADRO FROM AI-FAIXA
            END-IF
            PERFORM P400-IMPRIMIR-CABECALHO
            PERFORM P500-IMPRIMIR-ESCOLA
            PERFORM P600-IMPRIMIR-POR-TURMA
      * ACUMULA O PERIODO POR ALUNO: SOMA DAS MEDIAS, CONTAGEM DE
      * MATERIAS E A MARCA DE INELEGIVEL (QUALQUER REPROVADO OU
      * RECUPERACAO PENDENTE NO PERIODO) - REGISTROS ESTORNADOS FICAM
      * DE FORA, COMO NOS DEMAIS LEITORES. COM A OPCAO DE EXCLUIR, O
      * RESULTADO DE AVALIACAO ADAPTADA TAMBEM FICA DE FORA.
      *-----------------------------------------------------------------
       P100-ACUMULAR-HISTORICO.
            OPEN INPUT NOTAS-HIST
                        IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                           NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           NOT NH-REGISTRO-ESTORNADO THEN
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
                              PERFORM P110-ACUMULAR-REGISTRO
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            END-STRING
            WRITE REC-QUADRO

            MOVE SPACES TO REC-QUADRO
            IF WS-INCLUIR-ADAPTADA = 'S' THEN
               STRING 'RESULTADOS DE AVALIACAO ADAPTADA INCLUIDOS'
                      DELIMITED BY SIZE INTO REC-QUADRO
               END-STRING
            ELSE
               STRING 'RESULTADOS DE AVALIACAO ADAPTADA EXCLUIDOS ('
                      WS-QTD-ADAPTADAS-FORA ' FORA DA MEDIA)'
                      DELIMITED BY SIZE INTO REC-QUADRO
               END-STRING
            END-IF
            WRITE REC-QUADRO

            MOVE SPACES TO REC-QUADRO
            WRITE REC-QUADRO
            .
            .
       P650-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'QUADRO-HONRA' TO LY-PROGRAMA
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
       END PROGRAM QUADRO-HONRA.
