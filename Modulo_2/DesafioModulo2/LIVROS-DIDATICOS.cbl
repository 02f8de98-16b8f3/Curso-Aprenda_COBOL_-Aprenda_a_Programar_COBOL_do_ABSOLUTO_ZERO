      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: CONTROLE DE ENTREGA E DEVOLUCAO DOS LIVROS DIDATICOS
      *          DO PNLD POR ALUNO: A LISTA DE PERDAS DE DEZEMBRO ERA
      *          MONTADA NA MAO A PARTIR DOS RECIBOS DE PAPEL. AQUI A
      *          SECRETARIA REGISTRA A ENTREGA (O KIT INTEIRO DA SERIE
      *          DA TURMA DO ALUNO OU UM TITULO AVULSO) E A DEVOLUCAO
      *          COM O ESTADO DO LIVRO (BOM/DANIFICADO/PERDIDO) EM
      *          LIVROS-MOVIMENTO.TXT (VEJA LIVRO-MOVIMENTO-RECORD.CPY;
      *          OS TITULOS VEM DE LIVROS-DIDATICOS.TXT, PROGARQ021), E
      *          EMITE NO FIM DO ANO O RELATORIO POR TURMA DOS LIVROS
      *          NAO DEVOLVIDOS, PERDIDOS E DANIFICADOS
      *          (LIVROS-NAO-DEVOLVIDOS.TXT). OS LIVROS EM ABERTO DE
      *          QUEM SAI DA ESCOLA SAEM NA GUIA DO TRANSFERIR-ESCOLA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROS-DIDATICOS.
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

           SELECT RELATORIO-FILE ASSIGN TO
           '../../LIVROS-NAO-DEVOLVIDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD LIVRO-FILE.
           COPY LIVRO-DIDATICO-RECORD.
       FD MOVIMENTO-FILE.
           COPY LIVRO-MOVIMENTO-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO               PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-LIVRO                    PIC X(02)       VALUE SPACES.
       77 FS-MOVIMENTO                PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): ALUNO DE OUTRA UNIDADE NAO RECEBE NEM DEVOLVE LIVRO POR
      * ELE, E NAO ENTRA NO RELATORIO DE NAO DEVOLVIDOS.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-ANO-LETIVO               PIC 9(04)       VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-DATA-MOVIMENTO           PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-NOME-ALUNO               PIC X(20)       VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-SITUACAO-ALUNO           PIC X(01)       VALUE SPACE.
       77 WS-LIVRO-DIGITADO           PIC X(06)       VALUE SPACES.
       77 WS-CONDICAO-DIGITADA        PIC X(01)       VALUE SPACE.
       77 WS-QTD-ENTREGUES            PIC 9(03)       VALUE 0.
       77 WS-SALDO-ABERTO             PIC S9(03)      VALUE 0.
      * SERIE DA TURMA DO ALUNO (BUSCAR-TURMA) PARA O KIT.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
      * TITULOS DO PNLD.
       77 WS-QTD-LIVROS               PIC 9(03)       VALUE 0.
       77 WS-IDX-LIVRO                PIC 9(03)       VALUE 0.
       77 WS-POS-LIVRO                PIC 9(03)       VALUE 0.
       01 WS-TABELA-LIVROS.
           02 WS-LIVRO-ITEM OCCURS 500 TIMES.
              03 WS-LIV-CD-LIVRO      PIC X(06).
              03 WS-LIV-TITULO        PIC X(40).
              03 WS-LIV-SERIE         PIC 9(02).
      * SALDO DO ANO POR ALUNO/TITULO PARA O RELATORIO, COM A TURMA
      * E O NOME DO ALUNO TIRADOS DO MESTRE.
       77 WS-QTD-SALDOS               PIC 9(05)       VALUE 0.
       77 WS-IDX-SALDO                PIC 9(05)       VALUE 0.
       77 WS-POS-SALDO                PIC 9(05)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-SALDOS.
           02 WS-SALDO-ITEM OCCURS 10000 TIMES.
              03 WS-SAL-CD-STUDENT    PIC 9(05).
              03 WS-SAL-CD-LIVRO      PIC X(06).
              03 WS-SAL-ENTREGUES     PIC 9(02).
              03 WS-SAL-DEVOLVIDOS    PIC 9(02).
              03 WS-SAL-DANIFICADOS   PIC 9(02).
              03 WS-SAL-PERDIDOS      PIC 9(02).
              03 WS-SAL-TURMA         PIC X(05).
              03 WS-SAL-NOME          PIC X(20).
              03 WS-SAL-IMPRESSO      PIC X(01).
       77 WS-TURMA-CORRENTE           PIC X(05)       VALUE SPACES.
       77 WS-SITUACAO-LIVRO           PIC X(14)       VALUE SPACES.
       77 WS-QTD-EM-ABERTO            PIC 9(02)       VALUE 0.
       77 WS-TUR-NAO-DEVOLVIDOS       PIC 9(05)       VALUE 0.
       77 WS-TUR-DANIFICADOS          PIC 9(05)       VALUE 0.
       77 WS-TUR-PERDIDOS             PIC 9(05)       VALUE 0.
       77 WS-GER-NAO-DEVOLVIDOS       PIC 9(06)       VALUE 0.
       77 WS-GER-DANIFICADOS          PIC 9(06)       VALUE 0.
       77 WS-GER-PERDIDOS             PIC 9(06)       VALUE 0.
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
            DISPLAY 'LIVROS DIDATICOS (PNLD) - ENTREGA E DEVOLUCAO'
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

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'ANO LETIVO (AAAA).............: '
            ACCEPT WS-ANO-LETIVO
      * A DATA DO MOVIMENTO FICA EM DDMMAAAA, COMO AS DEMAIS DATAS
      * GRAVADAS NOS ARQUIVOS.
            SET FORMATO-AAAAMMDD TO TRUE
            MOVE WS-DATA-HOJE TO WS-DATA-TRABALHO
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-MOVIMENTO =
                    (WS-DIA * 1000000) + (WS-MES * 10000) + WS-ANO

            PERFORM P050-CARREGAR-LIVROS
            IF WS-QTD-LIVROS = 0 THEN
               DISPLAY 'NENHUM TITULO CADASTRADO (PROGARQ021)'
               STOP RUN
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '1 - ENTREGAR O KIT DA SERIE A UM ALUNO'
               DISPLAY '2 - ENTREGAR UM TITULO AVULSO'
               DISPLAY '3 - REGISTRAR DEVOLUCAO'
               DISPLAY '4 - RELATORIO DE NAO DEVOLVIDOS POR TURMA'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-ENTREGAR-KIT
                  WHEN 2
                     PERFORM P300-ENTREGAR-AVULSO
                  WHEN 3
                     PERFORM P400-REGISTRAR-DEVOLUCAO
                  WHEN 4
                     PERFORM P600-RELATORIO-NAO-DEVOLVIDOS
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-LIVROS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT LIVRO-FILE
            IF FS-LIVRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ LIVRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-LIVROS < 500 THEN
                              ADD 1 TO WS-QTD-LIVROS
                              MOVE LD-CD-LIVRO
                                TO WS-LIV-CD-LIVRO (WS-QTD-LIVROS)
                              MOVE LD-TITULO
                                TO WS-LIV-TITULO (WS-QTD-LIVROS)
                              MOVE LD-SERIE
                                TO WS-LIV-SERIE (WS-QTD-LIVROS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE LIVRO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * LE O ALUNO DE WS-STUDENT-REL-KEY NO MESTRE (ACESSO DIRETO).
      * WS-ACHOU-ALUNO: 1 = ACHADO; 2 = DE OUTRA UNIDADE ESCOLAR.
      *-----------------------------------------------------------------
       P100-LER-ALUNO.
            MOVE 0 TO WS-ACHOU-ALUNO
            MOVE SPACES TO WS-NOME-ALUNO
            MOVE SPACES TO WS-TURMA-ALUNO
            MOVE SPACE TO WS-SITUACAO-ALUNO
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               READ STUDENT
                    INVALID KEY
                       MOVE 0 TO WS-ACHOU-ALUNO
                    NOT INVALID KEY
                       CALL 'CONFERIR-UNIDADE'
                                     USING WS-UNIDADE-FILTRO,
                                           CD-UNIDADE,
                                           WS-RETORNO-UNIDADE
                       IF WS-RETORNO-UNIDADE = 0 THEN
                          MOVE 1 TO WS-ACHOU-ALUNO
                       ELSE
                          MOVE 2 TO WS-ACHOU-ALUNO
                       END-IF
                       MOVE NM-STUDENT TO WS-NOME-ALUNO
                       MOVE CD-TURMA TO WS-TURMA-ALUNO
                       MOVE ST-ALUNO TO WS-SITUACAO-ALUNO
               END-READ
               CLOSE STUDENT
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-ACEITAR-ALUNO.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-STUDENT-REL-KEY
            PERFORM P100-LER-ALUNO
            EVALUATE WS-ACHOU-ALUNO
               WHEN 1
                  DISPLAY 'ALUNO: ' WS-STUDENT-REL-KEY ' - '
                          WS-NOME-ALUNO ' TURMA ' WS-TURMA-ALUNO
               WHEN 2
                  DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                          'MOVIMENTO NEGADO'
               WHEN OTHER
                  DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO'
            END-EVALUATE
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-LIVRO.
            MOVE 0 TO WS-POS-LIVRO
            PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                    UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS
                       OR WS-POS-LIVRO > 0
               IF WS-LIV-CD-LIVRO (WS-IDX-LIVRO) = WS-LIVRO-DIGITADO
                  THEN
                  MOVE WS-IDX-LIVRO TO WS-POS-LIVRO
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * SALDO DO TITULO WS-LIVRO-DIGITADO COM O ALUNO NO ANO: ENTREGAS
      * MENOS DEVOLUCOES (> 0 = LIVRO COM O ALUNO).
      *-----------------------------------------------------------------
       P160-APURAR-SALDO.
            MOVE 0 TO WS-SALDO-ABERTO
            MOVE 'N' TO WS-EOF
            OPEN INPUT MOVIMENTO-FILE
            IF FS-MOVIMENTO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MOVIMENTO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF LM-CD-STUDENT = WS-STUDENT-REL-KEY AND
                              LM-CD-LIVRO = WS-LIVRO-DIGITADO AND
                              LM-ANO-LETIVO = WS-ANO-LETIVO THEN
                              IF LM-ENTREGA THEN
                                 ADD 1 TO WS-SALDO-ABERTO
                              ELSE
                                 SUBTRACT 1 FROM WS-SALDO-ABERTO
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P170-GRAVAR-MOVIMENTO.
            OPEN EXTEND MOVIMENTO-FILE
            IF FS-MOVIMENTO = '35' THEN
               OPEN OUTPUT MOVIMENTO-FILE
            END-IF
            MOVE WS-ANO-LETIVO      TO LM-ANO-LETIVO
            MOVE WS-STUDENT-REL-KEY TO LM-CD-STUDENT
            MOVE WS-LIVRO-DIGITADO  TO LM-CD-LIVRO
            MOVE WS-DATA-MOVIMENTO  TO LM-DATA-MOVIMENTO
            MOVE WS-OPERADOR        TO LM-OPERADOR
            WRITE REG-LIVRO-MOVIMENTO
            CLOSE MOVIMENTO-FILE
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * ENTREGA UM TITULO (WS-LIVRO-DIGITADO) SE O ALUNO AINDA NAO
      * ESTIVER COM ELE NO ANO.
      *-----------------------------------------------------------------
       P180-ENTREGAR-TITULO.
            PERFORM P160-APURAR-SALDO
            IF WS-SALDO-ABERTO > 0 THEN
               DISPLAY '  ' WS-LIVRO-DIGITADO ' JA ESTA COM O ALUNO'
            ELSE
               INITIALIZE REG-LIVRO-MOVIMENTO
               SET LM-ENTREGA TO TRUE
               MOVE SPACE TO LM-CONDICAO
               PERFORM P170-GRAVAR-MOVIMENTO
               ADD 1 TO WS-QTD-ENTREGUES
               DISPLAY '  ' WS-LIVRO-DIGITADO ' ENTREGUE'
            END-IF
            .
       P180-FIM.
      *-----------------------------------------------------------------
      * KIT DA SERIE: TODOS OS TITULOS CADASTRADOS PARA A SERIE DA
      * TURMA ATUAL DO ALUNO (SO ALUNO ATIVO RECEBE LIVRO).
      *-----------------------------------------------------------------
       P200-ENTREGAR-KIT.
            PERFORM P110-ACEITAR-ALUNO
            IF WS-ACHOU-ALUNO = 1 THEN
               IF WS-SITUACAO-ALUNO NOT = 'A' THEN
                  DISPLAY 'ALUNO NAO ESTA ATIVO - SEM ENTREGA'
               ELSE
                  CALL 'BUSCAR-TURMA'
                                USING WS-TURMA-ALUNO, REG-TURMA,
                                      WS-RETORNO-BUSCAR-TURMA
                  IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
                     DISPLAY 'TURMA DO ALUNO NAO CADASTRADA - USE A '
                             'ENTREGA AVULSA'
                  ELSE
                     MOVE 0 TO WS-QTD-ENTREGUES
                     PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                             UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS
                        IF WS-LIV-SERIE (WS-IDX-LIVRO) = TU-SERIE THEN
                           MOVE WS-LIV-CD-LIVRO (WS-IDX-LIVRO)
                             TO WS-LIVRO-DIGITADO
                           PERFORM P180-ENTREGAR-TITULO
                        END-IF
                     END-PERFORM
                     DISPLAY 'KIT DA SERIE ' TU-SERIE ': '
                             WS-QTD-ENTREGUES ' TITULO(S) ENTREGUE(S)'
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P300-ENTREGAR-AVULSO.
            PERFORM P110-ACEITAR-ALUNO
            IF WS-ACHOU-ALUNO = 1 THEN
               IF WS-SITUACAO-ALUNO NOT = 'A' THEN
                  DISPLAY 'ALUNO NAO ESTA ATIVO - SEM ENTREGA'
               ELSE
                  DISPLAY 'CODIGO DO TITULO..............: '
                  ACCEPT WS-LIVRO-DIGITADO
                  PERFORM P150-LOCALIZAR-LIVRO
                  IF WS-POS-LIVRO = 0 THEN
                     DISPLAY 'TITULO NAO CADASTRADO (PROGARQ021)'
                  ELSE
                     MOVE 0 TO WS-QTD-ENTREGUES
                     PERFORM P180-ENTREGAR-TITULO
                  END-IF
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * DEVOLUCAO: SO DE TITULO QUE ESTA COM O ALUNO NO ANO, COM O
      * ESTADO EM QUE VOLTOU. VALE TAMBEM PARA ALUNO QUE JA SAIU.
      *-----------------------------------------------------------------
       P400-REGISTRAR-DEVOLUCAO.
            PERFORM P110-ACEITAR-ALUNO
            IF WS-ACHOU-ALUNO = 1 THEN
               DISPLAY 'CODIGO DO TITULO..............: '
               ACCEPT WS-LIVRO-DIGITADO
               PERFORM P150-LOCALIZAR-LIVRO
               IF WS-POS-LIVRO = 0 THEN
                  DISPLAY 'TITULO NAO CADASTRADO (PROGARQ021)'
               ELSE
                  PERFORM P160-APURAR-SALDO
                  IF WS-SALDO-ABERTO <= 0 THEN
                     DISPLAY 'TITULO NAO ESTA COM O ALUNO NESTE ANO'
                  ELSE
                     INITIALIZE REG-LIVRO-MOVIMENTO
                     PERFORM WITH TEST AFTER UNTIL LM-CONDICAO-VALIDA
                        DISPLAY 'ESTADO (B=BOM, D=DANIFICADO, '
                                'P=PERDIDO): '
                        ACCEPT WS-CONDICAO-DIGITADA
                        MOVE WS-CONDICAO-DIGITADA TO LM-CONDICAO
                     END-PERFORM
                     SET LM-DEVOLUCAO TO TRUE
                     PERFORM P170-GRAVAR-MOVIMENTO
                     DISPLAY 'DEVOLUCAO REGISTRADA'
                  END-IF
               END-IF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * RELATORIO DE FIM DE ANO: SALDO POR ALUNO/TITULO NO ANO, A
      * TURMA E O NOME DO MESTRE, E A LISTAGEM AGRUPADA POR TURMA.
      *-----------------------------------------------------------------
       P600-RELATORIO-NAO-DEVOLVIDOS.
            MOVE 0 TO WS-QTD-SALDOS
            MOVE 'N' TO WS-ESTOURO-TABELA
            MOVE 0 TO WS-GER-NAO-DEVOLVIDOS
            MOVE 0 TO WS-GER-DANIFICADOS
            MOVE 0 TO WS-GER-PERDIDOS
            PERFORM P610-ACUMULAR-SALDOS
            PERFORM P630-COMPLETAR-ALUNOS

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'LIVROS DIDATICOS (PNLD) NAO DEVOLVIDOS - ANO '
                   WS-ANO-LETIVO ' - EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS
               IF WS-SAL-IMPRESSO (WS-IDX-SALDO) = 'N' THEN
                  MOVE WS-SAL-TURMA (WS-IDX-SALDO)
                    TO WS-TURMA-CORRENTE
                  PERFORM P650-RELATAR-TURMA
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TOTAL GERAL - NAO DEVOLVIDOS: '
                   WS-GER-NAO-DEVOLVIDOS
                   '  PERDIDOS: ' WS-GER-PERDIDOS
                   '  DANIFICADOS: ' WS-GER-DANIFICADOS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-ESTOURO-TABELA = 'S' THEN
               MOVE SPACES TO REC-RELATORIO
               STRING '*** TABELA DE SALDOS ESTOUROU (10000) - '
                      'RELATORIO INCOMPLETO ***'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            CLOSE RELATORIO-FILE

            DISPLAY 'RELATORIO GERADO: LIVROS-NAO-DEVOLVIDOS.TXT'
            DISPLAY 'NAO DEVOLVIDOS: ' WS-GER-NAO-DEVOLVIDOS
                    '  PERDIDOS: ' WS-GER-PERDIDOS
                    '  DANIFICADOS: ' WS-GER-DANIFICADOS
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-ACUMULAR-SALDOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT MOVIMENTO-FILE
            IF FS-MOVIMENTO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MOVIMENTO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF LM-ANO-LETIVO = WS-ANO-LETIVO THEN
                              PERFORM P620-SOMAR-MOVIMENTO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P620-SOMAR-MOVIMENTO.
            MOVE 0 TO WS-POS-SALDO
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS
                       OR WS-POS-SALDO > 0
               IF WS-SAL-CD-STUDENT (WS-IDX-SALDO) = LM-CD-STUDENT AND
                  WS-SAL-CD-LIVRO (WS-IDX-SALDO) = LM-CD-LIVRO THEN
                  MOVE WS-IDX-SALDO TO WS-POS-SALDO
               END-IF
            END-PERFORM
            IF WS-POS-SALDO = 0 THEN
               IF WS-QTD-SALDOS >= 10000 THEN
                  MOVE 'S' TO WS-ESTOURO-TABELA
               ELSE
                  ADD 1 TO WS-QTD-SALDOS
                  MOVE WS-QTD-SALDOS TO WS-POS-SALDO
                  MOVE LM-CD-STUDENT
                    TO WS-SAL-CD-STUDENT (WS-POS-SALDO)
                  MOVE LM-CD-LIVRO TO WS-SAL-CD-LIVRO (WS-POS-SALDO)
                  MOVE 0 TO WS-SAL-ENTREGUES (WS-POS-SALDO)
                  MOVE 0 TO WS-SAL-DEVOLVIDOS (WS-POS-SALDO)
                  MOVE 0 TO WS-SAL-DANIFICADOS (WS-POS-SALDO)
                  MOVE 0 TO WS-SAL-PERDIDOS (WS-POS-SALDO)
                  MOVE SPACES TO WS-SAL-TURMA (WS-POS-SALDO)
                  MOVE SPACES TO WS-SAL-NOME (WS-POS-SALDO)
                  MOVE 'N' TO WS-SAL-IMPRESSO (WS-POS-SALDO)
               END-IF
            END-IF
            IF WS-POS-SALDO > 0 THEN
               IF LM-ENTREGA THEN
                  ADD 1 TO WS-SAL-ENTREGUES (WS-POS-SALDO)
               ELSE
                  ADD 1 TO WS-SAL-DEVOLVIDOS (WS-POS-SALDO)
                  IF LM-DANIFICADO THEN
                     ADD 1 TO WS-SAL-DANIFICADOS (WS-POS-SALDO)
                  END-IF
                  IF LM-PERDIDO THEN
                     ADD 1 TO WS-SAL-PERDIDOS (WS-POS-SALDO)
                  END-IF
               END-IF
            END-IF
            .
       P620-FIM.
      *-----------------------------------------------------------------
      * SO INTERESSA O SALDO COM PENDENCIA OU PERDA/DANO; O RESTO JA
      * SAI MARCADO COMO IMPRESSO. A TURMA EH A DO MESTRE HOJE (O
      * ALUNO TRANSFERIDO CONTINUA NA TURMA DE ORIGEM).
      *-----------------------------------------------------------------
       P630-COMPLETAR-ALUNOS.
            OPEN INPUT STUDENT
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS
               IF WS-SAL-ENTREGUES (WS-IDX-SALDO) >
                  WS-SAL-DEVOLVIDOS (WS-IDX-SALDO) OR
                  WS-SAL-DANIFICADOS (WS-IDX-SALDO) > 0 OR
                  WS-SAL-PERDIDOS (WS-IDX-SALDO) > 0 THEN
                  MOVE '?????' TO WS-SAL-TURMA (WS-IDX-SALDO)
                  MOVE '(FORA DO CADASTRO)'
                    TO WS-SAL-NOME (WS-IDX-SALDO)
                  IF FS-STUDENT = '00' THEN
                     MOVE WS-SAL-CD-STUDENT (WS-IDX-SALDO)
                       TO WS-STUDENT-REL-KEY
                     READ STUDENT
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE CD-TURMA
                               TO WS-SAL-TURMA (WS-IDX-SALDO)
                             MOVE NM-STUDENT
                               TO WS-SAL-NOME (WS-IDX-SALDO)
                             CALL 'CONFERIR-UNIDADE'
                                           USING WS-UNIDADE-FILTRO,
                                                 CD-UNIDADE,
                                                 WS-RETORNO-UNIDADE
                             IF WS-RETORNO-UNIDADE NOT = 0 THEN
                                MOVE 'S'
                                  TO WS-SAL-IMPRESSO (WS-IDX-SALDO)
                             END-IF
                     END-READ
                  END-IF
               ELSE
                  MOVE 'S' TO WS-SAL-IMPRESSO (WS-IDX-SALDO)
               END-IF
            END-PERFORM
            IF FS-STUDENT = '00' THEN
               CLOSE STUDENT
            END-IF
            .
       P630-FIM.
      *-----------------------------------------------------------------
       P650-RELATAR-TURMA.
            MOVE 0 TO WS-TUR-NAO-DEVOLVIDOS
            MOVE 0 TO WS-TUR-DANIFICADOS
            MOVE 0 TO WS-TUR-PERDIDOS
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMA ' WS-TURMA-CORRENTE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING '  ALUNO NOME                 TITULO'
                   '                                   SITUACAO'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-POS-SALDO FROM WS-IDX-SALDO BY 1
                    UNTIL WS-POS-SALDO > WS-QTD-SALDOS
               IF WS-SAL-IMPRESSO (WS-POS-SALDO) = 'N' AND
                  WS-SAL-TURMA (WS-POS-SALDO) = WS-TURMA-CORRENTE THEN
                  MOVE 'S' TO WS-SAL-IMPRESSO (WS-POS-SALDO)
                  PERFORM P660-RELATAR-SALDO
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            STRING '  TOTAL DA TURMA - NAO DEVOLVIDOS: '
                   WS-TUR-NAO-DEVOLVIDOS
                   '  PERDIDOS: ' WS-TUR-PERDIDOS
                   '  DANIFICADOS: ' WS-TUR-DANIFICADOS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            ADD WS-TUR-NAO-DEVOLVIDOS TO WS-GER-NAO-DEVOLVIDOS
            ADD WS-TUR-PERDIDOS TO WS-GER-PERDIDOS
            ADD WS-TUR-DANIFICADOS TO WS-GER-DANIFICADOS
            .
       P650-FIM.
      *-----------------------------------------------------------------
       P660-RELATAR-SALDO.
            MOVE WS-SAL-CD-LIVRO (WS-POS-SALDO) TO WS-LIVRO-DIGITADO
            PERFORM P150-LOCALIZAR-LIVRO
            IF WS-SAL-ENTREGUES (WS-POS-SALDO) >
               WS-SAL-DEVOLVIDOS (WS-POS-SALDO) THEN
               COMPUTE WS-QTD-EM-ABERTO =
                       WS-SAL-ENTREGUES (WS-POS-SALDO) -
                       WS-SAL-DEVOLVIDOS (WS-POS-SALDO)
               ADD WS-QTD-EM-ABERTO TO WS-TUR-NAO-DEVOLVIDOS
               MOVE 'NAO DEVOLVIDO' TO WS-SITUACAO-LIVRO
               PERFORM P670-ESCREVER-LINHA
            END-IF
            IF WS-SAL-PERDIDOS (WS-POS-SALDO) > 0 THEN
               ADD WS-SAL-PERDIDOS (WS-POS-SALDO) TO WS-TUR-PERDIDOS
               MOVE 'PERDIDO' TO WS-SITUACAO-LIVRO
               PERFORM P670-ESCREVER-LINHA
            END-IF
            IF WS-SAL-DANIFICADOS (WS-POS-SALDO) > 0 THEN
               ADD WS-SAL-DANIFICADOS (WS-POS-SALDO)
                TO WS-TUR-DANIFICADOS
               MOVE 'DANIFICADO' TO WS-SITUACAO-LIVRO
               PERFORM P670-ESCREVER-LINHA
            END-IF
            .
       P660-FIM.
      *-----------------------------------------------------------------
       P670-ESCREVER-LINHA.
            MOVE SPACES TO REC-RELATORIO
            IF WS-POS-LIVRO > 0 THEN
               STRING '  ' WS-SAL-CD-STUDENT (WS-POS-SALDO)
                      ' ' WS-SAL-NOME (WS-POS-SALDO)
                      ' ' WS-LIV-TITULO (WS-POS-LIVRO)
                      ' ' WS-SITUACAO-LIVRO
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               STRING '  ' WS-SAL-CD-STUDENT (WS-POS-SALDO)
                      ' ' WS-SAL-NOME (WS-POS-SALDO)
                      ' TITULO ' WS-SAL-CD-LIVRO (WS-POS-SALDO)
                      '                          '
                      ' ' WS-SITUACAO-LIVRO
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            END-IF
            WRITE REC-RELATORIO
            .
       P670-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'LIVROS-DIDATICOS' TO LY-PROGRAMA
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
       END PROGRAM LIVROS-DIDATICOS.
