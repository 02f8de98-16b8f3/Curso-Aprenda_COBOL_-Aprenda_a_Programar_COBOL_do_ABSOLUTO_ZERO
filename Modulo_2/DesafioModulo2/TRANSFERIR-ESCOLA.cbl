      *          DO PERIODO) E O HISTORICO VIVO COMPLETO - O HISTORICO
      *          OFICIAL ASSINADO CONTINUA SAINDO DO
      *          HISTORICO-ESCOLAR.
      *          A GUIA TAMBEM LISTA OS LIVROS DIDATICOS DO PNLD AINDA
      *          COM O ALUNO (LIVROS-MOVIMENTO.TXT, VEJA
      *          LIVROS-DIDATICOS), PARA A DEVOLUCAO ANTES DA SAIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDENTES.

           SELECT LIVRO-FILE ASSIGN TO
           '../../LIVROS-DIDATICOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIVRO.

           SELECT MOVIMENTO-FILE ASSIGN TO
           '../../LIVROS-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMENTO.

           SELECT GUIA-FILE ASSIGN TO
           '../../GUIA-TRANSFERENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY NOTAS-HIST-RECORD.
       FD PENDENTES-FILE.
           COPY PENDENTE-RECORD.
       FD LIVRO-FILE.
           COPY LIVRO-DIDATICO-RECORD.
       FD MOVIMENTO-FILE.
           COPY LIVRO-MOVIMENTO-RECORD.
       FD GUIA-FILE.
       01 REC-GUIA                 PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-SAIDA                    PIC X(02)       VALUE SPACES.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 FS-PENDENTES                PIC X(02)       VALUE SPACES.
       77 FS-LIVRO                    PIC X(02)       VALUE SPACES.
       77 FS-MOVIMENTO                PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): ALUNO
      * DE OUTRA UNIDADE NAO EH TRANSFERIDO POR ELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-NOME-ALUNO               PIC A(30)       VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-HORA-REGISTRO            PIC 9(08)       VALUE 0.
       77 WS-QTD-LINHAS-HIST          PIC 9(04)       VALUE 0.
       77 WS-QTD-PARCIAIS             PIC 9(03)       VALUE 0.
      * LIVROS DIDATICOS COM O ALUNO: SALDO ENTREGAS - DEVOLUCOES POR
      * ANO/TITULO (VEJA LIVRO-MOVIMENTO-RECORD.CPY).
       77 WS-QTD-LIVROS-ALUNO         PIC 9(03)       VALUE 0.
       77 WS-IDX-LIVRO                PIC 9(03)       VALUE 0.
       77 WS-POS-LIVRO                PIC 9(03)       VALUE 0.
       77 WS-QTD-LIVROS-ABERTOS       PIC 9(03)       VALUE 0.
       77 WS-TITULO-LIVRO             PIC X(40)       VALUE SPACES.
       01 WS-TABELA-LIVROS-ALUNO.
           02 WS-LIVRO-ALUNO-ITEM OCCURS 200 TIMES.
              03 WS-LAL-ANO-LETIVO    PIC 9(04).
              03 WS-LAL-CD-LIVRO      PIC X(06).
              03 WS-LAL-SALDO         PIC S9(03).
      * PERIODO LETIVO CORRENTE (VEJA LER-PERIODO): DELIMITA OS
      * RESULTADOS PARCIAIS QUE SAEM NA CAPA DA GUIA.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
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
            DISPLAY 'TRANSFERENCIA DE ALUNO PARA OUTRA ESCOLA'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-STUDENT-REL-KEY
               STOP RUN
            END-IF

            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                       'TRANSFERENCIA NEGADA'
               CLOSE STUDENT
               STOP RUN
            END-IF

            MOVE NM-STUDENT TO WS-NOME-ALUNO
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-ALUNO, WS-RETORNO-NORMALIZAR

            DISPLAY 'TRANSFERENCIA REGISTRADA - GUIA EMITIDA EM '
                    'GUIA-TRANSFERENCIA.TXT'
            IF WS-QTD-LIVROS-ABERTOS > 0 THEN
               DISPLAY 'ATENCAO: ' WS-QTD-LIVROS-ABERTOS
                       ' LIVRO(S) DIDATICO(S) AINDA COM O ALUNO - '
                       'VEJA A GUIA'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * DATA EFETIVA DA SAIDA VALIDADA PELOS SUBPROGRAMAS
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO

            OPEN OUTPUT GUIA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-GUIA FROM AI-FAIXA
            END-IF

            MOVE SPACES TO REC-GUIA
            STRING '==================================================='
            WRITE REC-GUIA
            PERFORM P500-LISTAR-HISTORICO

            MOVE SPACES TO REC-GUIA
            WRITE REC-GUIA
            MOVE SPACES TO REC-GUIA
            STRING 'LIVROS DIDATICOS (PNLD) NAO DEVOLVIDOS:'
                   DELIMITED BY SIZE INTO REC-GUIA
            END-STRING
            WRITE REC-GUIA
            PERFORM P600-LISTAR-LIVROS-ABERTOS

            MOVE SPACES TO REC-GUIA
            WRITE REC-GUIA
            MOVE SPACES TO REC-GUIA
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * LIVROS DIDATICOS EM ABERTO: SOMA ENTREGAS E DEVOLUCOES DO
      * ALUNO POR ANO/TITULO; SALDO POSITIVO SAI NA GUIA COM O TITULO.
      *-----------------------------------------------------------------
       P600-LISTAR-LIVROS-ABERTOS.
            MOVE 0 TO WS-QTD-LIVROS-ALUNO
            MOVE 0 TO WS-QTD-LIVROS-ABERTOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT MOVIMENTO-FILE
            IF FS-MOVIMENTO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MOVIMENTO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF LM-CD-STUDENT = WS-STUDENT-REL-KEY THEN
                              PERFORM P610-SOMAR-LIVRO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                    UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS-ALUNO
               IF WS-LAL-SALDO (WS-IDX-LIVRO) > 0 THEN
                  ADD 1 TO WS-QTD-LIVROS-ABERTOS
                  PERFORM P620-BUSCAR-TITULO
                  MOVE SPACES TO REC-GUIA
                  STRING '  ' WS-LAL-ANO-LETIVO (WS-IDX-LIVRO) ' '
                         WS-LAL-CD-LIVRO (WS-IDX-LIVRO) ' '
                         WS-TITULO-LIVRO
                         DELIMITED BY SIZE INTO REC-GUIA
                  END-STRING
                  WRITE REC-GUIA
               END-IF
            END-PERFORM

            IF WS-QTD-LIVROS-ABERTOS = 0 THEN
               MOVE SPACES TO REC-GUIA
               STRING '  (NENHUM LIVRO EM ABERTO)'
                      DELIMITED BY SIZE INTO REC-GUIA
               END-STRING
               WRITE REC-GUIA
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-SOMAR-LIVRO.
            MOVE 0 TO WS-POS-LIVRO
            PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                    UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS-ALUNO
                       OR WS-POS-LIVRO > 0
               IF WS-LAL-ANO-LETIVO (WS-IDX-LIVRO) = LM-ANO-LETIVO AND
                  WS-LAL-CD-LIVRO (WS-IDX-LIVRO) = LM-CD-LIVRO THEN
                  MOVE WS-IDX-LIVRO TO WS-POS-LIVRO
               END-IF
            END-PERFORM
            IF WS-POS-LIVRO = 0 AND WS-QTD-LIVROS-ALUNO < 200 THEN
               ADD 1 TO WS-QTD-LIVROS-ALUNO
               MOVE WS-QTD-LIVROS-ALUNO TO WS-POS-LIVRO
               MOVE LM-ANO-LETIVO TO WS-LAL-ANO-LETIVO (WS-POS-LIVRO)
               MOVE LM-CD-LIVRO TO WS-LAL-CD-LIVRO (WS-POS-LIVRO)
               MOVE 0 TO WS-LAL-SALDO (WS-POS-LIVRO)
            END-IF
            IF WS-POS-LIVRO > 0 THEN
               IF LM-ENTREGA THEN
                  ADD 1 TO WS-LAL-SALDO (WS-POS-LIVRO)
               ELSE
                  SUBTRACT 1 FROM WS-LAL-SALDO (WS-POS-LIVRO)
               END-IF
            END-IF
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P620-BUSCAR-TITULO.
            MOVE '(TITULO FORA DO CADASTRO)' TO WS-TITULO-LIVRO
            MOVE 'N' TO WS-EOF
            OPEN INPUT LIVRO-FILE
            IF FS-LIVRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ LIVRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF LD-CD-LIVRO =
                              WS-LAL-CD-LIVRO (WS-IDX-LIVRO) THEN
                              MOVE LD-TITULO TO WS-TITULO-LIVRO
                              MOVE 'F' TO WS-EOF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE LIVRO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P620-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'TRANSFERIR-ESCOLA' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE LENGTH OF REG-PENDENTE TO LY-TAMANHO
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
       END PROGRAM TRANSFERIR-ESCOLA.
