      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: FOLHA DE EMERGENCIA POR TURMA PARA A PASTA DO
      *          PROFESSOR: PARA CADA ALUNO ATIVO, OS DADOS DA FICHA
      *          DE SAUDE (FICHA-SAUDE.TXT - TIPO SANGUINEO, ALERGIAS,
      *          MEDICACAO, PLANO E OBSERVACOES) JUNTO COM OS
      *          CONTATOS DE EMERGENCIA DO RESPONSAVEIS.TXT (TIPO 'E';
      *          SEM NENHUM, OS DEMAIS RESPONSAVEIS DO ALUNO, PARA A
      *          FOLHA NUNCA SAIR SEM TELEFONE). SAIDAS:
      *          (1) FICHAS-EMERGENCIA.TXT - UMA FOLHA POR TURMA,
      *              ALUNOS EM ORDEM DE NOME, MARCADA CONFIDENCIAL;
      *          (2) FICHAS-SAUDE-PENDENTES.TXT - ALUNOS ATIVOS SEM
      *              FICHA OU COM A ULTIMA REVISAO HA MAIS DE UM ANO,
      *              POR TURMA, PARA A SECRETARIA CHAMAR A FAMILIA.
      *          DADO CONFIDENCIAL: SO OPERADOR CADASTRADO EMITE. A
      *          TURMA EM BRANCO EMITE TODAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-EMERGENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT FICHA-FILE ASSIGN TO
           '../../FICHA-SAUDE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHA.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT FOLHA-FILE ASSIGN TO
           '../../FICHAS-EMERGENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDENCIA-FILE ASSIGN TO
           '../../FICHAS-SAUDE-PENDENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD FICHA-FILE.
           COPY FICHA-SAUDE-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD FOLHA-FILE.
       01 REC-FOLHA                PIC X(100).
       FD PENDENCIA-FILE.
       01 REC-PENDENCIA            PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-FICHA                    PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): A FOLHA SO TRAZ ALUNOS DA UNIDADE DO OPERADOR.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-PEDIDA             PIC X(05)       VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
      * REVISAO ANTERIOR A ESTA DATA (HOJE MENOS UM ANO, AAAAMMDD)
      * CONTA COMO VENCIDA.
       77 WS-DATA-LIMITE              PIC 9(08)       VALUE 0.
      * ALUNOS ATIVOS DA(S) TURMA(S) PEDIDA(S), ORDENADOS POR TURMA +
      * NOME (P200).
       77 WS-QTD-ALUNOS               PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO-2              PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-ALUNOS           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 3000 TIMES.
              03 WS-ALU-CHAVE.
                 05 WS-ALU-CD-TURMA   PIC X(05).
                 05 WS-ALU-NM-STUDENT PIC X(20).
              03 WS-ALU-CD-STUDENT    PIC 9(05).
       01 WS-ALUNO-TEMP               PIC X(30)       VALUE SPACES.
      * FICHAS DE SAUDE EM MEMORIA (REGISTRO INTEIRO).
       77 WS-QTD-FICHAS               PIC 9(04)       VALUE 0.
       77 WS-IDX-FICHA                PIC 9(04)       VALUE 0.
       77 WS-POS-FICHA                PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-FICHAS           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-FICHAS.
           02 WS-FICHA-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-FICHA     PIC X(246).
      * CONTATOS (RESPONSAVEIS.TXT) EM MEMORIA: SO O QUE A FOLHA USA.
       77 WS-QTD-CONTATOS             PIC 9(04)       VALUE 0.
       77 WS-IDX-CONTATO              PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-CONTATOS         PIC X(01)       VALUE 'N'.
       01 WS-TABELA-CONTATOS.
           02 WS-CONTATO-ITEM OCCURS 5000 TIMES.
              03 WS-CTT-CD-STUDENT    PIC 9(05).
              03 WS-CTT-NOME          PIC X(30).
              03 WS-CTT-TELEFONE      PIC X(15).
              03 WS-CTT-TIPO          PIC X(01).
       77 WS-QTD-EMERGENCIA           PIC 9(02)       VALUE 0.
       77 WS-QTD-IMPRESSOS            PIC 9(02)       VALUE 0.
       77 WS-ROTULO-CONTATO           PIC X(12)       VALUE SPACES.
      * QUEBRA POR TURMA E TOTAIS.
       77 WS-TURMA-ANTERIOR           PIC X(05)       VALUE SPACES.
       77 WS-TURMA-PEND-ANTERIOR      PIC X(05)       VALUE SPACES.
       77 WS-QTD-TURMAS               PIC 9(03)       VALUE 0.
       77 WS-QTD-SEM-FICHA            PIC 9(04)       VALUE 0.
       77 WS-QTD-VENCIDAS             PIC 9(04)       VALUE 0.
       77 WS-QTD-SEM-CONTATO          PIC 9(04)       VALUE 0.
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
            DISPLAY 'FOLHA DE EMERGENCIA POR TURMA - CONFIDENCIAL'
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

            DISPLAY 'TURMA (BRANCO = TODAS)........: '
            ACCEPT WS-TURMA-PEDIDA
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DATA-LIMITE = WS-DATA-HOJE - 10000

            PERFORM P050-CARREGAR-FICHAS
            PERFORM P070-CARREGAR-CONTATOS
            PERFORM P100-CARREGAR-ALUNOS
            IF WS-QTD-ALUNOS = 0 THEN
               DISPLAY 'NENHUM ALUNO ATIVO NA(S) TURMA(S) PEDIDA(S)'
               STOP RUN
            END-IF
            PERFORM P200-ORDENAR-ALUNOS

            OPEN OUTPUT FOLHA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-FOLHA FROM AI-FAIXA
            END-IF
            OPEN OUTPUT PENDENCIA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-PENDENCIA FROM AI-FAIXA
            END-IF
            PERFORM P250-CABECALHO-PENDENCIAS
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
               IF WS-ALU-CD-TURMA (WS-IDX-ALUNO) NOT =
                  WS-TURMA-ANTERIOR OR WS-IDX-ALUNO = 1 THEN
                  PERFORM P300-CABECALHO-TURMA
               END-IF
               PERFORM P400-FOLHA-DO-ALUNO
            END-PERFORM
            PERFORM P600-RODAPE-PENDENCIAS
            CLOSE FOLHA-FILE
            CLOSE PENDENCIA-FILE

            DISPLAY 'TURMAS EMITIDAS...............: ' WS-QTD-TURMAS
            DISPLAY 'ALUNOS NAS FOLHAS.............: ' WS-QTD-ALUNOS
            DISPLAY 'ALUNOS SEM FICHA DE SAUDE.....: ' WS-QTD-SEM-FICHA
            DISPLAY 'FICHAS COM MAIS DE UM ANO.....: ' WS-QTD-VENCIDAS
            DISPLAY 'ALUNOS SEM TELEFONE DE CONTATO: '
                    WS-QTD-SEM-CONTATO
            IF WS-ESTOURO-ALUNOS = 'S' OR WS-ESTOURO-FICHAS = 'S' OR
               WS-ESTOURO-CONTATOS = 'S' THEN
               DISPLAY 'ATENCAO: TABELA INTERNA ESTOUROU - FOLHAS '
                       'INCOMPLETAS, EMITA POR TURMA'
            END-IF
            DISPLAY 'ARQUIVOS: FICHAS-EMERGENCIA.TXT / '
                    'FICHAS-SAUDE-PENDENTES.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-FICHAS.
            MOVE 0 TO WS-QTD-FICHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT FICHA-FILE
            IF FS-FICHA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ FICHA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-FICHAS < 3000 THEN
                              ADD 1 TO WS-QTD-FICHAS
                              MOVE REG-FICHA-SAUDE
                                TO WS-TAB-REG-FICHA (WS-QTD-FICHAS)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-FICHAS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE FICHA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P070-CARREGAR-CONTATOS.
            MOVE 0 TO WS-QTD-CONTATOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CONTATOS < 5000 THEN
                              ADD 1 TO WS-QTD-CONTATOS
                              MOVE RP-CD-STUDENT TO WS-CTT-CD-STUDENT
                                                   (WS-QTD-CONTATOS)
                              MOVE RP-NM-RESPONSAVEL
                                TO WS-CTT-NOME (WS-QTD-CONTATOS)
                              MOVE RP-TELEFONE
                                TO WS-CTT-TELEFONE (WS-QTD-CONTATOS)
                              MOVE RP-TIPO
                                TO WS-CTT-TIPO (WS-QTD-CONTATOS)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-CONTATOS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P070-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-ALUNOS.
            MOVE 0 TO WS-QTD-ALUNOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ STUDENT
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF ST-ALUNO = 'A' AND
                              WS-RETORNO-UNIDADE = 0 AND
                              (WS-TURMA-PEDIDA = SPACES OR
                               CD-TURMA = WS-TURMA-PEDIDA) THEN
                              PERFORM P110-GUARDAR-ALUNO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE STUDENT
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-ALUNO.
            IF WS-QTD-ALUNOS >= 3000 THEN
               MOVE 'S' TO WS-ESTOURO-ALUNOS
            ELSE
               ADD 1 TO WS-QTD-ALUNOS
               MOVE CD-TURMA TO WS-ALU-CD-TURMA (WS-QTD-ALUNOS)
               MOVE NM-STUDENT TO WS-ALU-NM-STUDENT (WS-QTD-ALUNOS)
               MOVE CD-STUDENT TO WS-ALU-CD-STUDENT (WS-QTD-ALUNOS)
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * ORDENACAO POR TURMA + NOME (BOLHA, COMO A LISTA DE ESPERA DO
      * PROGARQ008).
      *-----------------------------------------------------------------
       P200-ORDENAR-ALUNOS.
            IF WS-QTD-ALUNOS > 1 THEN
               COMPUTE WS-LIMITE-ORD = WS-QTD-ALUNOS - 1
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-LIMITE-ORD
                  PERFORM VARYING WS-IDX-ALUNO-2 FROM 1 BY 1
                          UNTIL WS-IDX-ALUNO-2 > WS-LIMITE-ORD
                     IF WS-ALU-CHAVE (WS-IDX-ALUNO-2) >
                        WS-ALU-CHAVE (WS-IDX-ALUNO-2 + 1) THEN
                        MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                          TO WS-ALUNO-TEMP
                        MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                          TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                        MOVE WS-ALUNO-TEMP
                          TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P250-CABECALHO-PENDENCIAS.
            MOVE SPACES TO REC-PENDENCIA
            STRING 'FICHAS DE SAUDE FALTANTES OU COM MAIS DE UM ANO - '
                   'EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-PENDENCIA
            END-STRING
            WRITE REC-PENDENCIA
            MOVE SPACES TO WS-TURMA-PEND-ANTERIOR
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * CADA TURMA ABRE COM O AVISO DE CONFIDENCIALIDADE NO TOPO (A
      * FOLHA EH SEPARADA POR TURMA NA HORA DE ARQUIVAR NA PASTA).
      *-----------------------------------------------------------------
       P300-CABECALHO-TURMA.
            MOVE WS-ALU-CD-TURMA (WS-IDX-ALUNO) TO WS-TURMA-ANTERIOR
            ADD 1 TO WS-QTD-TURMAS
            IF WS-QTD-TURMAS > 1 THEN
               MOVE SPACES TO REC-FOLHA
               WRITE REC-FOLHA
               WRITE REC-FOLHA
            END-IF
            MOVE SPACES TO REC-FOLHA
            STRING '*** CONFIDENCIAL - USO EXCLUSIVO DA ESCOLA EM '
                   'CASO DE EMERGENCIA ***'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING 'FOLHA DE EMERGENCIA - TURMA ' WS-TURMA-ANTERIOR
                   ' - EMITIDA EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-FOLHA-DO-ALUNO.
            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING WS-ALU-CD-STUDENT (WS-IDX-ALUNO) ' '
                   WS-ALU-NM-STUDENT (WS-IDX-ALUNO)
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            PERFORM P410-LOCALIZAR-FICHA
            IF WS-POS-FICHA = 0 THEN
               ADD 1 TO WS-QTD-SEM-FICHA
               MOVE SPACES TO REC-FOLHA
               STRING '  *** SEM FICHA DE SAUDE NA SECRETARIA ***'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
               WRITE REC-FOLHA
               PERFORM P500-LINHA-PENDENCIA
            ELSE
               PERFORM P420-DADOS-DA-FICHA
               IF SA-DATA-REVISAO < WS-DATA-LIMITE THEN
                  ADD 1 TO WS-QTD-VENCIDAS
                  PERFORM P500-LINHA-PENDENCIA
               END-IF
            END-IF
            PERFORM P450-CONTATOS-DO-ALUNO
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-LOCALIZAR-FICHA.
            MOVE 0 TO WS-POS-FICHA
            PERFORM VARYING WS-IDX-FICHA FROM 1 BY 1
                    UNTIL WS-IDX-FICHA > WS-QTD-FICHAS
                       OR WS-POS-FICHA > 0
               MOVE WS-TAB-REG-FICHA (WS-IDX-FICHA)
                 TO REG-FICHA-SAUDE
               IF SA-CD-STUDENT = WS-ALU-CD-STUDENT (WS-IDX-ALUNO)
                  THEN
                  MOVE WS-IDX-FICHA TO WS-POS-FICHA
               END-IF
            END-PERFORM
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * CAMPO EM BRANCO SAI COMO 'NAO INFORMADO' - O PROFESSOR NAO
      * PODE CONFUNDIR FALTA DE DADO COM 'NAO TEM'.
      *-----------------------------------------------------------------
       P420-DADOS-DA-FICHA.
            MOVE SPACES TO REC-FOLHA
            IF SA-TIPO-SANGUINEO = SPACES THEN
               STRING '  TIPO SANGUINEO: NAO INFORMADO'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            ELSE
               STRING '  TIPO SANGUINEO: ' SA-TIPO-SANGUINEO
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            END-IF
            IF SA-NM-PLANO-SAUDE NOT = SPACES THEN
               MOVE 'PLANO: ' TO REC-FOLHA (30:7)
               MOVE SA-NM-PLANO-SAUDE TO REC-FOLHA (37:20)
               MOVE SA-NR-PLANO-SAUDE TO REC-FOLHA (58:20)
            ELSE
               MOVE 'PLANO: NAO INFORMADO' TO REC-FOLHA (30:20)
            END-IF
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            IF SA-ALERGIAS = SPACES THEN
               STRING '  ALERGIAS......: NAO INFORMADO'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            ELSE
               STRING '  ALERGIAS......: ' SA-ALERGIAS
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            END-IF
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            IF SA-MEDICACAO = SPACES THEN
               STRING '  MEDICACAO.....: NAO INFORMADO'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            ELSE
               STRING '  MEDICACAO.....: ' SA-MEDICACAO
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            END-IF
            WRITE REC-FOLHA

            IF SA-OBSERVACOES NOT = SPACES THEN
               MOVE SPACES TO REC-FOLHA
               STRING '  OBSERVACOES...: ' SA-OBSERVACOES
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
               WRITE REC-FOLHA
            END-IF

            IF SA-DATA-REVISAO < WS-DATA-LIMITE THEN
               MOVE SPACES TO REC-FOLHA
               STRING '  (FICHA REVISADA EM ' SA-DATA-REVISAO
                      ' - MAIS DE UM ANO, PODE ESTAR DESATUALIZADA)'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
               WRITE REC-FOLHA
            END-IF
            .
       P420-FIM.
      *-----------------------------------------------------------------
      * CONTATOS DE EMERGENCIA (TIPO 'E') PRIMEIRO; SEM NENHUM, OS
      * DEMAIS RESPONSAVEIS DO ALUNO ENTRAM NO LUGAR.
      *-----------------------------------------------------------------
       P450-CONTATOS-DO-ALUNO.
            MOVE 0 TO WS-QTD-EMERGENCIA
            MOVE 0 TO WS-QTD-IMPRESSOS
            PERFORM VARYING WS-IDX-CONTATO FROM 1 BY 1
                    UNTIL WS-IDX-CONTATO > WS-QTD-CONTATOS
               IF WS-CTT-CD-STUDENT (WS-IDX-CONTATO) =
                  WS-ALU-CD-STUDENT (WS-IDX-ALUNO) AND
                  WS-CTT-TIPO (WS-IDX-CONTATO) = 'E' THEN
                  ADD 1 TO WS-QTD-EMERGENCIA
                  MOVE 'EMERGENCIA' TO WS-ROTULO-CONTATO
                  PERFORM P460-LINHA-CONTATO
               END-IF
            END-PERFORM
            IF WS-QTD-EMERGENCIA = 0 THEN
               PERFORM VARYING WS-IDX-CONTATO FROM 1 BY 1
                       UNTIL WS-IDX-CONTATO > WS-QTD-CONTATOS
                  IF WS-CTT-CD-STUDENT (WS-IDX-CONTATO) =
                     WS-ALU-CD-STUDENT (WS-IDX-ALUNO) THEN
                     IF WS-CTT-TIPO (WS-IDX-CONTATO) = 'F' THEN
                        MOVE 'FINANCEIRO' TO WS-ROTULO-CONTATO
                     ELSE
                        MOVE 'RESPONSAVEL' TO WS-ROTULO-CONTATO
                     END-IF
                     PERFORM P460-LINHA-CONTATO
                  END-IF
               END-PERFORM
            END-IF
            IF WS-QTD-IMPRESSOS = 0 THEN
               ADD 1 TO WS-QTD-SEM-CONTATO
               MOVE SPACES TO REC-FOLHA
               STRING '  *** SEM CONTATO CADASTRADO - AVISE A '
                      'SECRETARIA (PROGARQ005) ***'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
               WRITE REC-FOLHA
            END-IF
            .
       P450-FIM.
      *-----------------------------------------------------------------
       P460-LINHA-CONTATO.
            ADD 1 TO WS-QTD-IMPRESSOS
            MOVE SPACES TO REC-FOLHA
            STRING '  CONTATO ' WS-ROTULO-CONTATO ': '
                   WS-CTT-NOME (WS-IDX-CONTATO) ' TEL '
                   WS-CTT-TELEFONE (WS-IDX-CONTATO)
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            .
       P460-FIM.
      *-----------------------------------------------------------------
       P500-LINHA-PENDENCIA.
            IF WS-ALU-CD-TURMA (WS-IDX-ALUNO) NOT =
               WS-TURMA-PEND-ANTERIOR THEN
               MOVE WS-ALU-CD-TURMA (WS-IDX-ALUNO)
                 TO WS-TURMA-PEND-ANTERIOR
               MOVE SPACES TO REC-PENDENCIA
               WRITE REC-PENDENCIA
               MOVE SPACES TO REC-PENDENCIA
               STRING 'TURMA ' WS-TURMA-PEND-ANTERIOR
                      DELIMITED BY SIZE INTO REC-PENDENCIA
               END-STRING
               WRITE REC-PENDENCIA
            END-IF
            MOVE SPACES TO REC-PENDENCIA
            IF WS-POS-FICHA = 0 THEN
               STRING '  ' WS-ALU-CD-STUDENT (WS-IDX-ALUNO) ' '
                      WS-ALU-NM-STUDENT (WS-IDX-ALUNO)
                      ' SEM FICHA DE SAUDE'
                      DELIMITED BY SIZE INTO REC-PENDENCIA
               END-STRING
            ELSE
               STRING '  ' WS-ALU-CD-STUDENT (WS-IDX-ALUNO) ' '
                      WS-ALU-NM-STUDENT (WS-IDX-ALUNO)
                      ' ULTIMA REVISAO EM ' SA-DATA-REVISAO
                      DELIMITED BY SIZE INTO REC-PENDENCIA
               END-STRING
            END-IF
            WRITE REC-PENDENCIA
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P600-RODAPE-PENDENCIAS.
            MOVE SPACES TO REC-PENDENCIA
            WRITE REC-PENDENCIA
            MOVE SPACES TO REC-PENDENCIA
            STRING 'TOTAL: ' WS-QTD-SEM-FICHA ' SEM FICHA, '
                   WS-QTD-VENCIDAS ' COM MAIS DE UM ANO'
                   DELIMITED BY SIZE INTO REC-PENDENCIA
            END-STRING
            WRITE REC-PENDENCIA
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'FICHA-EMERGENCIA' TO LY-PROGRAMA
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
       END PROGRAM FICHA-EMERGENCIA.
