      *          DE AUDITORIA POR ALUNO EM NOME DO COORDENADOR
      *          AUTORIZADOR (VALIDADO NO CADASTRO DE OPERADORES) -
      *          A PLANILHA ADULTERADA RESSUBMETIDA MORRE AQUI.
      *          CADA ESTORNO E CADA SUBSTITUTO SAO REFLETIDOS NO
      *          CAMINHO DE ACESSO DIRETO DO HISTORICO (INDEXAR-HIST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD HIST-TRABALHO.
       01 REG-HIST-TRAB            PIC X(122).
       FD BOLETIM-TRAB.
       01 REG-BOLETIM-TRAB         PIC X(185).
       FD REPORT-CARD.
       77 WS-COORDENADOR              PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO COORDENADOR (VEJA SELECIONAR-UNIDADE): SO
      * AJUSTA TURMA DA UNIDADE SELECIONADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-FILTRO             PIC X(05)       VALUE SPACES.
       77 WS-MATERIA-FILTRO           PIC X(05)       VALUE SPACES.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-BOLETIM-SUPERADO         PIC X(01)       VALUE 'N'.

      * ORIGINAIS AFETADOS, GUARDADOS NA PASSADA DE MARCACAO PARA A
      * POSTAGEM DOS SUBSTITUTOS - COM O ORDINAL DE CADA UM NO
      * ARQUIVO, PARA O ESTORNO NO CAMINHO DE ACESSO DIRETO.
       01 WS-TABELA-AJUSTADOS.
           02 WS-AJUSTADO-ITEM OCCURS 500 TIMES.
              03 WS-AJU-REGISTRO      PIC X(122).
              03 WS-AJU-SEQ           PIC 9(07).
       77 WS-SEQ-REGISTRO             PIC 9(07)       VALUE 0.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST).
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
      * GRUPO COMPARTILHADO MINIMO PARA PARTE-DOIS-RESULTADO REAPLICAR
      * STATUS/CONCEITO (MESMO EXPEDIENTE DE CORRIGIR-NOTA).
       01 WS-NOTAS.
                                   PIC X(01)       VALUE 'N'.
           03 WS-PERC-FREQUENCIA      PIC 9(03)V9(01) VALUE 100.
           03 WS-FREQUENCIA-MINIMA    PIC 9(03)V9(01) VALUE 75.
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
            DISPLAY 'AJUSTE DE CURVA SANCIONADO (TURMA/MATERIA)'
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-COORDENADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-FILTRO
            PERFORM P160-CONFERIR-UNIDADE-TURMA
            DISPLAY 'MATERIA.......................: '
            ACCEPT WS-MATERIA-FILTRO
            DISPLAY 'ANO LETIVO....................: '
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * TURMA DE OUTRA UNIDADE ESCOLAR NAO TEM A CURVA AJUSTADA AQUI
      * (TURMA FORA DO CADASTRO FICA NA UNIDADE '01').
      *-----------------------------------------------------------------
       P160-CONFERIR-UNIDADE-TURMA.
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-FILTRO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
               MOVE SPACES TO TU-CD-UNIDADE
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          TU-CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - AJUSTE '
                       'NEGADO'
               STOP RUN
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P200-PREPARAR-LIMIARES.
            CALL 'BUSCAR-TURMA'
      *-----------------------------------------------------------------
       P300-MARCAR-ORIGINAIS.
            MOVE 'N' TO WS-EOF
            MOVE 0 TO WS-SEQ-REGISTRO
            OPEN INPUT NOTAS-HIST
            OPEN OUTPUT HIST-TRABALHO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SEQ-REGISTRO
                        IF NH-CD-TURMA = WS-TURMA-FILTRO AND
                           NH-CD-MATERIA = WS-MATERIA-FILTRO AND
                           NH-ANO-LETIVO = WS-ANO-FILTRO AND
                           ADD 1 TO WS-QTD-AJUSTADOS
                           MOVE REG-NOTAS-HIST TO
                                WS-AJU-REGISTRO (WS-QTD-AJUSTADOS)
                           MOVE WS-SEQ-REGISTRO TO
                                WS-AJU-SEQ (WS-QTD-AJUSTADOS)
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-ANTES
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-ANTES
                           MOVE 'E' TO NH-TIPO-REGISTRO
                           MOVE 'AJUSTAR-CURVA' TO JN-PROGRAMA
                           MOVE WS-COORDENADOR TO JN-OPERADOR
                           SET JN-ARQ-NOTAS-HIST TO TRUE
                           SET JN-OP-REGRAVACAO TO TRUE
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
                           CALL 'GRAVAR-JORNAL'
                                USING REG-JORNAL, WS-RETORNO-JORNAL
                        END-IF
            CLOSE HIST-TRABALHO
            CLOSE NOTAS-HIST
            MOVE 'N' TO WS-EOF

            MOVE 'E' TO WS-OPERACAO-INDICE
            PERFORM VARYING WS-IDX-AJU FROM 1 BY 1
                    UNTIL WS-IDX-AJU > WS-QTD-AJUSTADOS
               MOVE WS-AJU-REGISTRO (WS-IDX-AJU) TO REG-NOTAS-HIST
               CALL 'INDEXAR-HIST'
                             USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                   WS-AJU-SEQ (WS-IDX-AJU),
                                   WS-RETORNO-INDEXAR-HIST
            END-PERFORM
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * O AJUSTE MEXE SO NA MEDIA, NUNCA NA PRESENCA DO ALUNO.
               MOVE WS-ESCALA-MAXIMO TO NH-ESCALA
               WRITE REG-NOTAS-HIST
               MOVE 'G' TO WS-OPERACAO-INDICE
               CALL 'INDEXAR-HIST'
                             USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                   WS-SEQ-HIST,
                                   WS-RETORNO-INDEXAR-HIST

               MOVE 'AJUSTAR-CURVA' TO JN-PROGRAMA
               MOVE WS-COORDENADOR TO JN-OPERADOR
               SET JN-ARQ-NOTAS-HIST TO TRUE
               SET JN-OP-INCLUSAO TO TRUE
               MOVE SPACES TO JN-IMAGEM-ANTES
               MOVE SPACES TO JN-COMPLEMENTO-ANTES
               MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
               MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
               CALL 'GRAVAR-JORNAL'
                             USING REG-JORNAL, WS-RETORNO-JORNAL

            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'AJUSTAR-CURVA' TO LY-PROGRAMA
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
       END PROGRAM AJUSTAR-CURVA.
