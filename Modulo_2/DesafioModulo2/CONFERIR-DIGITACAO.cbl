      *          PARA A SUPERVISORA RESOLVER. O REGISTRO PENDENTE
      *          GUARDA A MEDIA (NAO AS NOTAS UMA A UMA), ENTAO A
      *          COMPARACAO EH NO NIVEL DA MEDIA RECALCULADA.
      *          CADA POSTAGEM EH REFLETIDA NO CAMINHO DE ACESSO DIRETO
      *          DO HISTORICO (INDEXAR-HIST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD PENDENTES-FILE.
           COPY PENDENTE-RECORD.
       FD PENDENTES-TRAB.
       01 REG-PENDENTE-TRAB        PIC X(235).
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD REPORT-CARD.
       77 WS-OPERADOR-2               PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO CONFERENTE (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): LOTE DE TURMA DE OUTRA UNIDADE NAO EH CONFERIDO POR ELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-FILTRO             PIC X(05)       VALUE SPACES.
       77 WS-MATERIA-FILTRO           PIC X(05)       VALUE SPACES.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-RETORNO-LER-ESCALA       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
      * UNIDADE ESCOLAR CARIMBADA NA NOTA POSTADA (NH-CD-UNIDADE): A
      * DA TURMA DO LANCAMENTO, GUARDADA DA ULTIMA TURMA CONSULTADA -
      * O LOTE VEM AGRUPADO POR TURMA.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
       77 WS-TURMA-DA-UNIDADE         PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-DA-TURMA         PIC X(02)       VALUE SPACES.
           COPY TURMA-RECORD.
      * TOTAIS AFIRMADOS PARA O BALANCO-DIARIO (VEJA REGISTRAR-TOTAIS)
      * - A CONFERENCIA TAMBEM POSTA HISTORICO/BOLETINS.
       77 WS-PROGRAMA-TOTAL           PIC X(20)       VALUE SPACES.
                                   PIC X(01)       VALUE 'N'.
           03 WS-PERC-FREQUENCIA      PIC 9(03)V9(01) VALUE 100.
           03 WS-FREQUENCIA-MINIMA    PIC 9(03)V9(01) VALUE 75.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST):
      * CADA GRAVACAO EM NOTAS-HIST.TXT EH REFLETIDA NELE.
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
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
            DISPLAY 'CONFERENCIA POR DUPLA DIGITACAO'
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
               DISPLAY 'OPERADOR NAO CADASTRADO OU DESATIVADO'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR-2,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'TURMA DO LOTE.................: '
            ACCEPT WS-TURMA-FILTRO
            ACCEPT WS-ANO-FILTRO
            DISPLAY 'BIMESTRE......................: '
            ACCEPT WS-BIMESTRE-FILTRO
            PERFORM P050-CONFERIR-UNIDADE-TURMA

            PERFORM P100-OBTER-TRAVA

            DISPLAY 'LISTA: DIVERGENCIAS-DIGITACAO.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
      * TURMA DO LOTE NA UNIDADE DO CONFERENTE (TURMA FORA DO CADASTRO =
      * UNIDADE PRINCIPAL).
      *-----------------------------------------------------------------
       P050-CONFERIR-UNIDADE-TURMA.
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
               DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - '
                       'CONFERENCIA NEGADA'
               STOP RUN
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * TRAVA DE GRAVACAO UNICA (MESMO PROTOCOLO DE PRINCIPAL/P030):
      * COM OUTRO GRAVADOR SEGURANDO OS ARQUIVOS COMPARTILHADOS, A
      * EXECUCAO PARA COM A IDENTIFICACAO DO DETENTOR; TRAVA VELHA DE
            MOVE PD-CD-STUDENT      TO NH-CD-STUDENT
            MOVE PD-NM-STUDENT      TO NH-NM-STUDENT
            MOVE PD-CD-TURMA        TO NH-CD-TURMA
            PERFORM P405-UNIDADE-DA-TURMA
            MOVE WS-UNIDADE-DA-TURMA TO NH-CD-UNIDADE
            MOVE PD-NM-MATERIA      TO NH-NM-MATERIA
            MOVE PD-CD-MATERIA      TO NH-CD-MATERIA
            MOVE PD-MEDIA           TO NH-MEDIA
            MOVE SPACE              TO NH-TIPO-REGISTRO
            MOVE PD-PERC-FREQUENCIA TO NH-PERC-FREQUENCIA
            WRITE REG-NOTAS-HIST
            MOVE 'G' TO WS-OPERACAO-INDICE
            CALL 'INDEXAR-HIST'
                          USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST

            MOVE 'CONFERIR-DIGITACAO' TO JN-PROGRAMA
            MOVE WS-OPERADOR-2 TO JN-OPERADOR
            SET JN-ARQ-NOTAS-HIST TO TRUE
            SET JN-OP-INCLUSAO TO TRUE
            MOVE SPACES TO JN-IMAGEM-ANTES
            MOVE SPACES TO JN-COMPLEMENTO-ANTES
            MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
            MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
            CALL 'GRAVAR-JORNAL'
                          USING REG-JORNAL, WS-RETORNO-JORNAL

            SET PD-APROVADO TO TRUE
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA DO PENDENTE (BUSCAR-TURMA SO QUANDO A
      * TURMA MUDA). TURMA FORA DO CADASTRO FICA NA UNIDADE '01'.
      *-----------------------------------------------------------------
       P405-UNIDADE-DA-TURMA.
            IF PD-CD-TURMA NOT = WS-TURMA-DA-UNIDADE THEN
               MOVE PD-CD-TURMA TO WS-TURMA-DA-UNIDADE
               CALL 'BUSCAR-TURMA'
                             USING WS-TURMA-DA-UNIDADE, REG-TURMA,
                                   WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 AND
                  TU-CD-UNIDADE NOT = SPACES THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-DA-TURMA
               ELSE
                  MOVE '01' TO WS-UNIDADE-DA-TURMA
               END-IF
            END-IF
            .
       P405-FIM.
      *-----------------------------------------------------------------
       P500-REGISTRAR-DIVERGENCIA.
            ADD 1 TO WS-QTD-DIVERGENTES
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CONFERIR-DIGITACAO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE LENGTH OF REG-PENDENTE TO LY-TAMANHO
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
       END PROGRAM CONFERIR-DIGITACAO.
