      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: FOLHA DE 'NADA CONSTA' DO ALUNO, ANTES DA SAIDA POR
      *          TRANSFERENCIA (TRANSFERIR-ESCOLA) OU DA CONCLUSAO:
      *          DADO O CD-STUDENT, CONFERE DE UMA VEZ TUDO O QUE
      *          PODE FICAR EM ABERTO - LIVROS DIDATICOS DO PNLD COM
      *          O ALUNO (LIVROS-MOVIMENTO.TXT), MENSALIDADES EM
      *          ABERTO (MENSALIDADES.TXT), DEPENDENCIAS ABERTAS
      *          (DEPENDENCIAS.TXT), EXCECOES ABERTAS (EXCECOES.TXT),
      *          RECURSOS DE NOTA SEM DECISAO (RECURSOS.TXT) E
      *          RECUPERACOES NAO RESOLVIDAS NO HISTORICO VIVO
      *          (NOTAS-HIST.TXT) - E EMITE NADA-CONSTA.TXT COM A
      *          LISTA DO QUE ESTA PENDENTE. A FOLHA SO INFORMA: NAO
      *          BLOQUEIA A TRANSFERENCIA NEM A CONCLUSAO.
      *          A FOLHA SAI COM CODIGO DE AUTENTICACAO (O MESMO
      *          CALCULO DOS BOLETINS - VEJA CALCULAR-AUTENTICACAO)
      *          SOBRE O ALUNO, A QUANTIDADE DE PENDENCIAS, O CARIMBO
      *          (HORA DA EMISSAO) E A DATA DE EMISSAO, CONFERIVEL NO
      *          BALCAO PELO VERIFICAR-AUTENTICACAO (OPCAO 3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NADA-CONSTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT LIVRO-FILE ASSIGN TO
           '../../LIVROS-DIDATICOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIVRO.

           SELECT MOVIMENTO-FILE ASSIGN TO
           '../../LIVROS-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMENTO.

           SELECT MENSALIDADE-FILE ASSIGN TO
           '../../MENSALIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSALIDADE.

           SELECT DEPENDENCIA-FILE ASSIGN TO
           '../../DEPENDENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPENDENCIA.

           SELECT EXCECAO-FILE ASSIGN TO
           '../../EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECAO.

           SELECT RECURSO-FILE ASSIGN TO
           '../../RECURSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECURSO.

           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT FOLHA-FILE ASSIGN TO
           '../../NADA-CONSTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD LIVRO-FILE.
           COPY LIVRO-DIDATICO-RECORD.
       FD MOVIMENTO-FILE.
           COPY LIVRO-MOVIMENTO-RECORD.
       FD MENSALIDADE-FILE.
           COPY MENSALIDADE-RECORD.
       FD DEPENDENCIA-FILE.
           COPY DEPENDENCIA-RECORD.
       FD EXCECAO-FILE.
           COPY EXCECAO-RECORD.
       FD RECURSO-FILE.
           COPY RECURSO-RECORD.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD FOLHA-FILE.
       01 REC-FOLHA                PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-LIVRO                    PIC X(02)       VALUE SPACES.
       77 FS-MOVIMENTO                PIC X(02)       VALUE SPACES.
       77 FS-MENSALIDADE              PIC X(02)       VALUE SPACES.
       77 FS-DEPENDENCIA              PIC X(02)       VALUE SPACES.
       77 FS-EXCECAO                  PIC X(02)       VALUE SPACES.
       77 FS-RECURSO                  PIC X(02)       VALUE SPACES.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): ALUNO DE OUTRA UNIDADE NAO RECEBE NADA CONSTA POR ELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-NOME-ALUNO               PIC A(30)       VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-SITUACAO-ALUNO           PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-HORA-EMISSAO             PIC 9(08)       VALUE 0.
      * CONTADORES POR CATEGORIA E O TOTAL QUE ENTRA NA AUTENTICACAO.
       77 WS-QTD-CATEGORIA            PIC 9(03)       VALUE 0.
       77 WS-QTD-PENDENCIAS           PIC 9(03)       VALUE 0.
       77 WS-SALDO-PARCELA            PIC 9(05)V9(02) VALUE 0.
       77 WS-SALDO-PARCELA-ED         PIC ZZZZ9.99.
       77 WS-TOTAL-DEBITO             PIC 9(07)V9(02) VALUE 0.
       77 WS-TOTAL-DEBITO-ED          PIC ZZZZZZ9.99.
      * LIVROS DIDATICOS COM O ALUNO: SALDO ENTREGAS - DEVOLUCOES POR
      * ANO/TITULO (MESMA CONTA DE TRANSFERIR-ESCOLA/P610).
       77 WS-QTD-LIVROS-ALUNO         PIC 9(03)       VALUE 0.
       77 WS-IDX-LIVRO                PIC 9(03)       VALUE 0.
       77 WS-POS-LIVRO                PIC 9(03)       VALUE 0.
       77 WS-TITULO-LIVRO             PIC X(40)       VALUE SPACES.
       01 WS-TABELA-LIVROS-ALUNO.
           02 WS-LIVRO-ALUNO-ITEM OCCURS 200 TIMES.
              03 WS-LAL-ANO-LETIVO    PIC 9(04).
              03 WS-LAL-CD-LIVRO      PIC X(06).
              03 WS-LAL-SALDO         PIC S9(03).
      * AUTENTICACAO DA FOLHA (VEJA CALCULAR-AUTENTICACAO): MATERIA
      * FIXA 'NADAC' IDENTIFICA O TIPO DE DOCUMENTO, A 'MEDIA' LEVA A
      * QUANTIDADE DE PENDENCIAS E O CARIMBO A HORA DA EMISSAO.
           COPY AUTENTICACAO-CAMPOS.
       77 WS-RETORNO-AUTENTICACAO     PIC 9(01)       VALUE 0.
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
            DISPLAY 'FOLHA DE NADA CONSTA DO ALUNO'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 THEN
               DISPLAY 'OPERADOR NAO CADASTRADO OU DESATIVADO - '
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-STUDENT-REL-KEY

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            READ STUDENT
                 INVALID KEY
                    DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO'
                    CLOSE STUDENT
                    STOP RUN
            END-READ
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO, CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - NADA CONSTA '
                       'NEGADO'
               CLOSE STUDENT
               STOP RUN
            END-IF
            MOVE NM-STUDENT TO WS-NOME-ALUNO
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-ALUNO, WS-RETORNO-NORMALIZAR
            MOVE CD-TURMA TO WS-TURMA-ALUNO
            MOVE ST-ALUNO TO WS-SITUACAO-ALUNO
            CLOSE STUDENT

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EMISSAO FROM TIME
            MOVE 0 TO WS-QTD-PENDENCIAS

            OPEN OUTPUT FOLHA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-FOLHA FROM AI-FAIXA
            END-IF
            PERFORM P100-CABECALHO
            PERFORM P200-LIVROS-ABERTOS
            PERFORM P300-MENSALIDADES-ABERTAS
            PERFORM P400-DEPENDENCIAS-ABERTAS
            PERFORM P500-EXCECOES-ABERTAS
            PERFORM P600-RECURSOS-ABERTOS
            PERFORM P700-RECUPERACOES-PENDENTES
            PERFORM P800-RODAPE
            CLOSE FOLHA-FILE

            DISPLAY 'FOLHA EMITIDA EM NADA-CONSTA.TXT'
            IF WS-QTD-PENDENCIAS = 0 THEN
               DISPLAY 'NADA CONSTA PARA O ALUNO ' WS-STUDENT-REL-KEY
            ELSE
               DISPLAY 'ATENCAO: ' WS-QTD-PENDENCIAS
                       ' PENDENCIA(S) LISTADA(S) NA FOLHA'
            END-IF
            DISPLAY 'AUTENTICACAO DA FOLHA.........: ' AUT-CODIGO
            STOP RUN.
      *-----------------------------------------------------------------
       P100-CABECALHO.
            MOVE SPACES TO REC-FOLHA
            STRING '==================================================='
                   '========================='
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            STRING '        FOLHA DE NADA CONSTA - EMITIDA EM '
                   WS-DATA-EMISSAO ' AS ' WS-HORA-EMISSAO
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            STRING '==================================================='
                   '========================='
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            STRING 'ALUNO.............: ' WS-STUDENT-REL-KEY ' - '
                   WS-NOME-ALUNO
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            STRING 'TURMA.............: ' WS-TURMA-ALUNO
                   '   SITUACAO NO CADASTRO: ' WS-SITUACAO-ALUNO
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * FECHO DE CADA CATEGORIA: SEM ITEM, A LINHA 'NADA CONSTA'; COM
      * ITEM, A QUANTIDADE - E SOMA NO TOTAL DA FOLHA.
      *-----------------------------------------------------------------
       P150-FECHAR-CATEGORIA.
            MOVE SPACES TO REC-FOLHA
            IF WS-QTD-CATEGORIA = 0 THEN
               STRING '  NADA CONSTA'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            ELSE
               STRING '  PENDENCIA(S) NESTE ITEM: ' WS-QTD-CATEGORIA
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
               ADD WS-QTD-CATEGORIA TO WS-QTD-PENDENCIAS
            END-IF
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * LIVROS DIDATICOS EM ABERTO: SOMA ENTREGAS E DEVOLUCOES DO
      * ALUNO POR ANO/TITULO; SALDO POSITIVO EH PENDENCIA.
      *-----------------------------------------------------------------
       P200-LIVROS-ABERTOS.
            MOVE SPACES TO REC-FOLHA
            STRING '1. LIVROS DIDATICOS (PNLD) NAO DEVOLVIDOS:'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE 0 TO WS-QTD-CATEGORIA
            MOVE 0 TO WS-QTD-LIVROS-ALUNO
            MOVE 'N' TO WS-EOF
            OPEN INPUT MOVIMENTO-FILE
            IF FS-MOVIMENTO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MOVIMENTO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF LM-CD-STUDENT = WS-STUDENT-REL-KEY THEN
                              PERFORM P210-SOMAR-LIVRO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                    UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS-ALUNO
               IF WS-LAL-SALDO (WS-IDX-LIVRO) > 0 THEN
                  ADD 1 TO WS-QTD-CATEGORIA
                  PERFORM P220-BUSCAR-TITULO
                  MOVE SPACES TO REC-FOLHA
                  STRING '  ANO ' WS-LAL-ANO-LETIVO (WS-IDX-LIVRO)
                         ' LIVRO ' WS-LAL-CD-LIVRO (WS-IDX-LIVRO) ' '
                         WS-TITULO-LIVRO
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
                  WRITE REC-FOLHA
               END-IF
            END-PERFORM
            PERFORM P150-FECHAR-CATEGORIA
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-SOMAR-LIVRO.
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
       P210-FIM.
      *-----------------------------------------------------------------
       P220-BUSCAR-TITULO.
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
       P220-FIM.
      *-----------------------------------------------------------------
      * MENSALIDADES EM ABERTO: PARCELA 'A' DO ALUNO, COM O SALDO
      * (DEVIDO - PAGO) E O TOTAL EM DEBITO.
      *-----------------------------------------------------------------
       P300-MENSALIDADES-ABERTAS.
            MOVE SPACES TO REC-FOLHA
            STRING '2. MENSALIDADES EM ABERTO:'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE 0 TO WS-QTD-CATEGORIA
            MOVE 0 TO WS-TOTAL-DEBITO
            MOVE 'N' TO WS-EOF
            OPEN INPUT MENSALIDADE-FILE
            IF FS-MENSALIDADE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MENSALIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF MS-CD-STUDENT = WS-STUDENT-REL-KEY AND
                              MS-ABERTA THEN
                              PERFORM P310-LISTAR-PARCELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MENSALIDADE-FILE
            END-IF

            IF WS-QTD-CATEGORIA > 0 THEN
               MOVE WS-TOTAL-DEBITO TO WS-TOTAL-DEBITO-ED
               MOVE SPACES TO REC-FOLHA
               STRING '  TOTAL EM DEBITO: ' WS-TOTAL-DEBITO-ED
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
               WRITE REC-FOLHA
            END-IF
            PERFORM P150-FECHAR-CATEGORIA
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-LISTAR-PARCELA.
            ADD 1 TO WS-QTD-CATEGORIA
            IF MS-VALOR-DEVIDO > MS-VALOR-PAGO THEN
               COMPUTE WS-SALDO-PARCELA =
                       MS-VALOR-DEVIDO - MS-VALOR-PAGO
            ELSE
               MOVE 0 TO WS-SALDO-PARCELA
            END-IF
            ADD WS-SALDO-PARCELA TO WS-TOTAL-DEBITO
            MOVE WS-SALDO-PARCELA TO WS-SALDO-PARCELA-ED
            MOVE SPACES TO REC-FOLHA
            STRING '  REFERENCIA ' MS-MES-REF '/' MS-ANO-REF
                   ' VENCIMENTO ' MS-DATA-VENCIMENTO
                   ' SALDO ' WS-SALDO-PARCELA-ED
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P400-DEPENDENCIAS-ABERTAS.
            MOVE SPACES TO REC-FOLHA
            STRING '3. DEPENDENCIAS ABERTAS:'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE 0 TO WS-QTD-CATEGORIA
            MOVE 'N' TO WS-EOF
            OPEN INPUT DEPENDENCIA-FILE
            IF FS-DEPENDENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DEPENDENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF DP-CD-STUDENT = WS-STUDENT-REL-KEY AND
                              DP-ABERTA THEN
                              ADD 1 TO WS-QTD-CATEGORIA
                              MOVE SPACES TO REC-FOLHA
                              STRING '  MATERIA ' DP-CD-MATERIA
                                     ' ANO DE ORIGEM ' DP-ANO-ORIGEM
                                     DELIMITED BY SIZE INTO REC-FOLHA
                              END-STRING
                              WRITE REC-FOLHA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
            END-IF
            PERFORM P150-FECHAR-CATEGORIA
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-EXCECOES-ABERTAS.
            MOVE SPACES TO REC-FOLHA
            STRING '4. EXCECOES ABERTAS (TRATAR-EXCECOES):'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE 0 TO WS-QTD-CATEGORIA
            MOVE 'N' TO WS-EOF
            OPEN INPUT EXCECAO-FILE
            IF FS-EXCECAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXCECAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF XC-CD-STUDENT = WS-STUDENT-REL-KEY AND
                              XC-ABERTA THEN
                              ADD 1 TO WS-QTD-CATEGORIA
                              MOVE SPACES TO REC-FOLHA
                              STRING '  ' XC-DATA ' MATERIA '
                                     XC-CD-MATERIA ' ' XC-MOTIVO
                                     ' (' XC-ORIGEM ')'
                                     DELIMITED BY SIZE INTO REC-FOLHA
                              END-STRING
                              WRITE REC-FOLHA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE EXCECAO-FILE
            END-IF
            PERFORM P150-FECHAR-CATEGORIA
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P600-RECURSOS-ABERTOS.
            MOVE SPACES TO REC-FOLHA
            STRING '5. RECURSOS DE NOTA SEM DECISAO (REVISAO-NOTA):'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE 0 TO WS-QTD-CATEGORIA
            MOVE 'N' TO WS-EOF
            OPEN INPUT RECURSO-FILE
            IF FS-RECURSO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ RECURSO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF RC-CD-STUDENT = WS-STUDENT-REL-KEY AND
                              RC-ABERTO THEN
                              ADD 1 TO WS-QTD-CATEGORIA
                              MOVE SPACES TO REC-FOLHA
                              STRING '  RECURSO ' RC-ID
                                     ' MATERIA ' RC-CD-MATERIA
                                     ' PERIODO ' RC-ANO-LETIVO '/'
                                     RC-BIMESTRE
                                     ' PRAZO ' RC-DATA-LIMITE
                                     DELIMITED BY SIZE INTO REC-FOLHA
                              END-STRING
                              WRITE REC-FOLHA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RECURSO-FILE
            END-IF
            PERFORM P150-FECHAR-CATEGORIA
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * RECUPERACAO PENDENTE: REGISTRO VIVO COM NH-STATUS =
      * 'RECUPERACAO' (O LANCAR-RECUPERACAO ESTORNA O REGISTRO AO
      * RESOLVER - MESMO CRITERIO DO RECUPERACOES-PENDENTES).
      *-----------------------------------------------------------------
       P700-RECUPERACOES-PENDENTES.
            MOVE SPACES TO REC-FOLHA
            STRING '6. RECUPERACOES NAO RESOLVIDAS (NOTAS-HIST):'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE 0 TO WS-QTD-CATEGORIA
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NH-CD-STUDENT = WS-STUDENT-REL-KEY AND
                              NH-STATUS = 'RECUPERACAO' AND
                              NOT NH-REGISTRO-ESTORNADO THEN
                              ADD 1 TO WS-QTD-CATEGORIA
                              MOVE SPACES TO REC-FOLHA
                              STRING '  ' NH-ANO-LETIVO '/'
                                     NH-BIMESTRE ' '
                                     NH-CD-MATERIA ' '
                                     NH-NM-MATERIA
                                     ' MEDIA ' NH-MEDIA
                                     DELIMITED BY SIZE INTO REC-FOLHA
                              END-STRING
                              WRITE REC-FOLHA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            PERFORM P150-FECHAR-CATEGORIA
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * RODAPE: CONCLUSAO, AUTENTICACAO E ASSINATURA. A FOLHA COM
      * PENDENCIAS NAO IMPEDE A SAIDA - SO REGISTRA O QUE FICOU.
      *-----------------------------------------------------------------
       P800-RODAPE.
            MOVE SPACES TO REC-FOLHA
            STRING '==================================================='
                   '========================='
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            IF WS-QTD-PENDENCIAS = 0 THEN
               STRING 'NADA CONSTA EM NOME DO ALUNO NOS REGISTROS '
                      'DA ESCOLA NESTA DATA.'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            ELSE
               STRING 'CONSTAM ' WS-QTD-PENDENCIAS
                      ' PENDENCIA(S) ACIMA - A FOLHA EH INFORMATIVA '
                      'E NAO IMPEDE A SAIDA DO ALUNO.'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            END-IF
            WRITE REC-FOLHA

            MOVE WS-STUDENT-REL-KEY TO AUT-CD-STUDENT
            MOVE 'NADAC' TO AUT-CD-MATERIA
            MOVE WS-QTD-PENDENCIAS TO AUT-MEDIA
            MOVE WS-HORA-EMISSAO TO AUT-CARIMBO
            MOVE WS-DATA-EMISSAO TO AUT-DATA-EMISSAO
            CALL 'CALCULAR-AUTENTICACAO'
                          USING CAMPOS-AUTENTICACAO,
                                WS-RETORNO-AUTENTICACAO

            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING 'AUTENTICACAO DA FOLHA: ' AUT-CODIGO
                   '   (PENDENCIAS ' WS-QTD-PENDENCIAS
                   ' CARIMBO ' WS-HORA-EMISSAO
                   ' EMISSAO ' WS-DATA-EMISSAO ')'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING '   ______________________________      '
                   '______________________________'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING '        SECRETARIA ESCOLAR                  '
                   'RESPONSAVEL PELO ALUNO'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'NADA-CONSTA' TO LY-PROGRAMA
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
       END PROGRAM NADA-CONSTA.
