      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: AGENDA DE AVALIACOES POR TURMA (AVALIACOES-AGENDA.TXT,
      *          VEJA AGENDA-AVALIACAO-RECORD.CPY): CADA PROFESSOR
      *          REGISTRA AS AVALIACOES PLANEJADAS DA TURMA/MATERIA NO
      *          BIMESTRE, COM A DATA E O TIPO (1 = TRABALHO, 2 =
      *          PROVA, 3 = PARTICIPACAO - OS MESMOS CODIGOS QUE O
      *          CALCULAR-MEDIA PESA) E A POSICAO DA NOTA NO
      *          LANCAMENTO. A INCLUSAO RECUSA DATA QUE NAO SEJA DIA
      *          LETIVO NO CALENDARIO.TXT E PROVA QUE ESTOURE O LIMITE
      *          DE PROVAS DA TURMA NO MESMO DIA (SOMADAS AS MATERIAS -
      *          ERA COMUM A TURMA TER TRES PROVAS NO MESMO DIA). O
      *          LIMITE EH CONFIGURADO PELA COORDENACAO (AGENDA-CONFIG.
      *          TXT, VEJA AGENDA-CONFIG-RECORD.CPY; SEM ELE, 2). A
      *          OPCAO 4 IMPRIME O CALENDARIO MENSAL DE AVALIACOES DA
      *          TURMA PARA AS FAMILIAS (CALENDARIO-AVALIACOES.TXT).
      *          AGENDA EM MEMORIA, REGRAVADA NA SAIDA (MESMO ESTILO
      *          DO PROGARQ015).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-AVALIACOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO
           '../../AVALIACOES-AGENDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDA.

           SELECT CONFIG-FILE ASSIGN TO
           '../../AGENDA-CONFIG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIG.

           SELECT CALENDARIO-REL ASSIGN TO
           '../../CALENDARIO-AVALIACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA-FILE.
           COPY AGENDA-AVALIACAO-RECORD.
       FD CONFIG-FILE.
           COPY AGENDA-CONFIG-RECORD.
       FD CALENDARIO-REL.
       01 REC-CALENDARIO           PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-AGENDA                   PIC X(02)       VALUE SPACES.
       77 FS-CONFIG                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): SO TURMAS DA
      * UNIDADE DELE; O LIMITE DE PROVAS EH DA REDE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
      * PERIODO DA AVALIACAO: O CORRENTE (LER-PERIODO) OU O DIGITADO -
      * O PROFESSOR PODE PLANEJAR O BIMESTRE SEGUINTE.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-BIMESTRE-FILTRO          PIC 9(01)       VALUE 0.
      * CAMPOS DIGITADOS.
       77 WS-TURMA-DIGITADA           PIC X(05)       VALUE SPACES.
       77 WS-MATERIA-DIGITADA         PIC X(05)       VALUE SPACES.
       77 WS-NR-DIGITADO              PIC 9(02)       VALUE 0.
       77 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-TIPO-DIGITADO            PIC 9(01)       VALUE 0.
       77 WS-DESCRICAO-DIGITADA       PIC X(30)       VALUE SPACES.
      * CADA CONFERENCIA DA INCLUSAO SO RODA COM AS ANTERIORES OK.
       77 WS-INCLUSAO-OK              PIC X(01)       VALUE 'S'.
       77 WS-NOME-MATERIA             PIC A(30)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-MATERIA   PIC 9(01)       VALUE 0.
       77 WS-CD-PROFESSOR             PIC 9(04)       VALUE 0.
       77 WS-NOME-PROFESSOR           PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-PROF      PIC 9(01)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-TIPO-DIA                 PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-CALENDARIO       PIC 9(01)       VALUE 0.
           COPY FORMATOS-DATA.
      * LIMITE DE PROVAS DA TURMA NO MESMO DIA (AGENDA-CONFIG.TXT).
       77 WS-MAX-PROVAS-DIA           PIC 9(01)       VALUE 2.
       77 WS-QTD-PROVAS-DIA           PIC 9(02)       VALUE 0.
       77 WS-NOVO-LIMITE              PIC 9(01)       VALUE 0.
      * AGENDA EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA SAIDA).
       77 WS-QTD-AGENDA               PIC 9(04)       VALUE 0.
       77 WS-IDX-AGENDA               PIC 9(04)       VALUE 0.
       77 WS-POS-AGENDA               PIC 9(04)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       77 WS-QTD-LISTADAS             PIC 9(04)       VALUE 0.
       01 WS-TABELA-AGENDA.
           02 WS-AGENDA-ITEM OCCURS 5000 TIMES.
              03 WS-TAB-REG-AGENDA    PIC X(78).
       77 WS-DESCRICAO-TIPO           PIC X(12)       VALUE SPACES.
      * CALENDARIO MENSAL: POSICOES DA AGENDA NO MES, ORDENADAS PELO
      * DIA (BOLHA, MESMO ESTILO DO DIARIO-CLASSE).
       77 WS-MES-FILTRO               PIC 9(02)       VALUE 0.
       77 WS-ANO-MES-FILTRO           PIC 9(04)       VALUE 0.
       77 WS-QTD-MES                  PIC 9(03)       VALUE 0.
       77 WS-IDX-MES                  PIC 9(03)       VALUE 0.
       77 WS-IDX-MES-2                PIC 9(03)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(03)       VALUE 0.
       01 WS-TABELA-MES.
           02 WS-MES-ITEM OCCURS 300 TIMES.
              03 WS-MES-DIA           PIC 9(02).
              03 WS-MES-POS           PIC 9(04).
       01 WS-MES-TEMP                 PIC X(06)       VALUE SPACES.
       77 WS-DIA-SEMANA               PIC 9(01)       VALUE 0.
       77 WS-RETORNO-DIA-SEMANA       PIC 9(01)       VALUE 0.
       77 WS-DIA-ANTERIOR             PIC 9(02)       VALUE 0.
      * NOMES DOS DIAS DA SEMANA (1 = DOMINGO ... 7 = SABADO, A MESMA
      * NUMERACAO DE CALCULAR-DIA-SEMANA).
       01 WS-TABELA-NOMES-DIA.
           03 FILLER PIC X(03) VALUE 'DOM'.
           03 FILLER PIC X(03) VALUE 'SEG'.
           03 FILLER PIC X(03) VALUE 'TER'.
           03 FILLER PIC X(03) VALUE 'QUA'.
           03 FILLER PIC X(03) VALUE 'QUI'.
           03 FILLER PIC X(03) VALUE 'SEX'.
           03 FILLER PIC X(03) VALUE 'SAB'.
       01 WS-TABELA-NOMES-DIA-RED REDEFINES WS-TABELA-NOMES-DIA.
           03 WS-NOME-DIA OCCURS 7 TIMES
                                   PIC X(03).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'AGENDA DE AVALIACOES POR TURMA'
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

            PERFORM P050-CARREGAR-AGENDA

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-INCLUIR
                  WHEN 2
                     PERFORM P300-REMOVER
                  WHEN 3
                     PERFORM P400-LISTAR
                  WHEN 4
                     PERFORM P500-CALENDARIO-MENSAL
                  WHEN 5
                     PERFORM P600-CONFIGURAR-LIMITE
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            IF WS-HOUVE-ALTERACAO = 'S' THEN
               PERFORM P900-REGRAVAR-AGENDA
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-AGENDA.
            MOVE 0 TO WS-QTD-AGENDA
            MOVE 'N' TO WS-EOF
            OPEN INPUT AGENDA-FILE
            IF FS-AGENDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AGENDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AGENDA < 5000 THEN
                              ADD 1 TO WS-QTD-AGENDA
                              MOVE REG-AGENDA-AVALIACAO
                                TO WS-TAB-REG-AGENDA (WS-QTD-AGENDA)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF

      * LIMITE CONFIGURADO: REGISTRO UNICO; SEM ARQUIVO OU COM VALOR
      * INVALIDO, FICA O PADRAO (2 PROVAS POR DIA).
            OPEN INPUT CONFIG-FILE
            IF FS-CONFIG = '00' THEN
               READ CONFIG-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF AF-MAX-PROVAS-DIA IS NUMERIC AND
                           AF-MAX-PROVAS-DIA > 0 THEN
                           MOVE AF-MAX-PROVAS-DIA
                             TO WS-MAX-PROVAS-DIA
                        END-IF
               END-READ
               CLOSE CONFIG-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P060-UNIDADE-DA-TURMA.
            IF WS-TURMA-UNIDADE NOT = WS-TURMA-BUSCADA OR
               WS-UNIDADE-TURMA = SPACES THEN
               MOVE WS-TURMA-UNIDADE TO WS-TURMA-BUSCADA
               MOVE SPACES TO WS-UNIDADE-TURMA
               CALL 'BUSCAR-TURMA' USING WS-TURMA-BUSCADA, REG-TURMA,
                                         WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
               END-IF
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                          WS-UNIDADE-TURMA, WS-RETORNO-UNIDADE
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * TURMA DIGITADA DE OUTRA UNIDADE ESCOLAR: A OPCAO E RECUSADA.
      *-----------------------------------------------------------------
       P070-CONFERIR-TURMA-DIGITADA.
            MOVE WS-TURMA-DIGITADA TO WS-TURMA-UNIDADE
            PERFORM P060-UNIDADE-DA-TURMA
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA ' WS-TURMA-DIGITADA
                       ' DE OUTRA UNIDADE ESCOLAR - OPCAO RECUSADA'
            END-IF
            .
       P070-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '1 - INCLUIR AVALIACAO PLANEJADA'
            DISPLAY '2 - REMOVER AVALIACAO PLANEJADA'
            DISPLAY '3 - LISTAR AGENDA DA TURMA NO BIMESTRE'
            DISPLAY '4 - CALENDARIO MENSAL DA TURMA (FAMILIAS)'
            DISPLAY '5 - LIMITE DE PROVAS POR DIA (COORDENACAO) - '
                    'ATUAL: ' WS-MAX-PROVAS-DIA
            DISPLAY '9 - SAIR'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PERIODO DA AVALIACAO: 0 = O CORRENTE (LER-PERIODO); SEM
      * PERIODO CADASTRADO, O DIGITADO VALE DE QUALQUER FORMA.
      *-----------------------------------------------------------------
       P150-ACEITAR-PERIODO.
            MOVE 0 TO PE-ANO-LETIVO
            MOVE 0 TO PE-BIMESTRE
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            DISPLAY 'ANO LETIVO (0 = ' PE-ANO-LETIVO ')....: '
            ACCEPT WS-ANO-FILTRO
            IF WS-ANO-FILTRO IS NOT NUMERIC OR WS-ANO-FILTRO = 0 THEN
               MOVE PE-ANO-LETIVO TO WS-ANO-FILTRO
            END-IF
            DISPLAY 'BIMESTRE (0 = ' PE-BIMESTRE ')..............: '
            ACCEPT WS-BIMESTRE-FILTRO
            IF WS-BIMESTRE-FILTRO IS NOT NUMERIC OR
               WS-BIMESTRE-FILTRO = 0 THEN
               MOVE PE-BIMESTRE TO WS-BIMESTRE-FILTRO
            END-IF
            IF WS-ANO-FILTRO = 0 OR WS-BIMESTRE-FILTRO < 1 OR
               WS-BIMESTRE-FILTRO > 4 THEN
               DISPLAY 'PERIODO INVALIDO'
               MOVE 'N' TO WS-INCLUSAO-OK
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * INCLUSAO: MATERIA CADASTRADA, POSICAO DA NOTA AINDA LIVRE NO
      * BIMESTRE, TIPO VALIDO, DATA LETIVA, LIMITE DE PROVAS DA TURMA
      * NO DIA E PROFESSOR ATRIBUIDO - NESSA ORDEM; A PRIMEIRA QUE
      * FALHAR RECUSA A INCLUSAO.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            MOVE 'S' TO WS-INCLUSAO-OK
            IF WS-QTD-AGENDA >= 5000 THEN
               DISPLAY 'AGENDA CHEIA (5000 AVALIACOES) - INCLUSAO '
                       'RECUSADA'
               MOVE 'N' TO WS-INCLUSAO-OK
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               DISPLAY 'TURMA.........................: '
               ACCEPT WS-TURMA-DIGITADA
               DISPLAY 'MATERIA.......................: '
               ACCEPT WS-MATERIA-DIGITADA
               CALL 'BUSCAR-MATERIA'
                             USING WS-MATERIA-DIGITADA,
                                   WS-NOME-MATERIA,
                                   WS-RETORNO-BUSCAR-MATERIA
               IF WS-RETORNO-BUSCAR-MATERIA NOT = 0 THEN
                  DISPLAY 'MATERIA NAO CADASTRADA'
                  MOVE 'N' TO WS-INCLUSAO-OK
               END-IF
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               PERFORM P070-CONFERIR-TURMA-DIGITADA
               IF WS-RETORNO-UNIDADE NOT = 0 THEN
                  MOVE 'N' TO WS-INCLUSAO-OK
               END-IF
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               PERFORM P150-ACEITAR-PERIODO
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               DISPLAY 'POSICAO DA NOTA NO LANCAMENTO (1 A 10): '
               ACCEPT WS-NR-DIGITADO
               IF WS-NR-DIGITADO IS NOT NUMERIC OR
                  WS-NR-DIGITADO < 1 OR WS-NR-DIGITADO > 10 THEN
                  DISPLAY 'POSICAO INVALIDA'
                  MOVE 'N' TO WS-INCLUSAO-OK
               ELSE
                  PERFORM P210-LOCALIZAR-POSICAO
                  IF WS-POS-AGENDA > 0 THEN
                     DISPLAY 'NOTA ' WS-NR-DIGITADO ' JA TEM '
                             'AVALIACAO PLANEJADA NO BIMESTRE - '
                             'REMOVA A ANTERIOR (OPCAO 2)'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  END-IF
               END-IF
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               DISPLAY 'TIPO (1=TRABALHO 2=PROVA 3=PARTICIPACAO): '
               ACCEPT WS-TIPO-DIGITADO
               IF WS-TIPO-DIGITADO IS NOT NUMERIC OR
                  WS-TIPO-DIGITADO < 1 OR WS-TIPO-DIGITADO > 3 THEN
                  DISPLAY 'TIPO INVALIDO'
                  MOVE 'N' TO WS-INCLUSAO-OK
               END-IF
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               PERFORM P220-CONFERIR-DATA
            END-IF

            IF WS-INCLUSAO-OK = 'S' AND WS-TIPO-DIGITADO = 2 THEN
               PERFORM P230-CONFERIR-LIMITE
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               CALL 'BUSCAR-PROFESSOR-TURMA'
                             USING WS-TURMA-DIGITADA,
                                   WS-MATERIA-DIGITADA,
                                   WS-DATA-DIGITADA,
                                   WS-CD-PROFESSOR, WS-NOME-PROFESSOR,
                                   WS-RETORNO-BUSCAR-PROF
               EVALUATE WS-RETORNO-BUSCAR-PROF
                  WHEN 1
                     DISPLAY 'NENHUM PROFESSOR ATRIBUIDO A TURMA/'
                             'MATERIA NA DATA (PROGARQ004)'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  WHEN 2
                     MOVE 0 TO WS-CD-PROFESSOR
                  WHEN OTHER
                     DISPLAY 'PROFESSOR.....................: '
                             WS-NOME-PROFESSOR
               END-EVALUATE
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               MOVE SPACES TO WS-DESCRICAO-DIGITADA
               DISPLAY 'DESCRICAO (CONTEUDO COBRADO)..: '
               ACCEPT WS-DESCRICAO-DIGITADA

               MOVE WS-TURMA-DIGITADA     TO AG-CD-TURMA
               MOVE WS-MATERIA-DIGITADA   TO AG-CD-MATERIA
               MOVE WS-ANO-FILTRO         TO AG-ANO-LETIVO
               MOVE WS-BIMESTRE-FILTRO    TO AG-BIMESTRE
               MOVE WS-NR-DIGITADO        TO AG-NR-AVALIACAO
               MOVE WS-DATA-DIGITADA      TO AG-DATA-AVALIACAO
               MOVE WS-TIPO-DIGITADO      TO AG-TIPO-AVALIACAO
               MOVE WS-DESCRICAO-DIGITADA TO AG-DESCRICAO
               MOVE WS-CD-PROFESSOR       TO AG-CD-PROFESSOR
               MOVE WS-OPERADOR           TO AG-OPERADOR
               MOVE WS-DATA-HOJE          TO AG-DATA-REGISTRO
               ADD 1 TO WS-QTD-AGENDA
               MOVE REG-AGENDA-AVALIACAO
                 TO WS-TAB-REG-AGENDA (WS-QTD-AGENDA)
               MOVE 'S' TO WS-HOUVE-ALTERACAO
               DISPLAY 'AVALIACAO INCLUIDA NA AGENDA'
            ELSE
               DISPLAY 'INCLUSAO RECUSADA - NADA GRAVADO'
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * POSICAO DA NOTA JA PLANEJADA NA TURMA/MATERIA/PERIODO DIGITADOS
      * (WS-POS-AGENDA = 0 QUANDO LIVRE).
      *-----------------------------------------------------------------
       P210-LOCALIZAR-POSICAO.
            MOVE 0 TO WS-POS-AGENDA
            PERFORM VARYING WS-IDX-AGENDA FROM 1 BY 1
                    UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
                       OR WS-POS-AGENDA > 0
               MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                 TO REG-AGENDA-AVALIACAO
               IF AG-CD-TURMA = WS-TURMA-DIGITADA AND
                  AG-CD-MATERIA = WS-MATERIA-DIGITADA AND
                  AG-ANO-LETIVO = WS-ANO-FILTRO AND
                  AG-BIMESTRE = WS-BIMESTRE-FILTRO AND
                  AG-NR-AVALIACAO = WS-NR-DIGITADO THEN
                  MOVE WS-IDX-AGENDA TO WS-POS-AGENDA
               END-IF
            END-PERFORM
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * DATA VALIDA (QUEBRAR-DATA + VALIDAR-DATA) E DIA LETIVO NO
      * CALENDARIO ESCOLAR - DATA FORA DO CALENDARIO TAMBEM EH
      * RECUSADA: A AGENDA VAI PARA AS FAMILIAS.
      *-----------------------------------------------------------------
       P220-CONFERIR-DATA.
            DISPLAY 'DATA DA AVALIACAO (DDMMAAAA)..: '
            ACCEPT WS-DATA-DIGITADA
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-DIGITADA, WS-DIA, WS-MES, WS-ANO
            CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                                      WS-DATA-VALIDA
            IF WS-DATA-VALIDA NOT = 1 THEN
               DISPLAY 'DATA INVALIDA'
               MOVE 'N' TO WS-INCLUSAO-OK
            ELSE
               CALL 'CONSULTAR-CALENDARIO'
                             USING WS-DATA-DIGITADA, WS-TIPO-DIA,
                                   WS-RETORNO-CALENDARIO
               EVALUATE TRUE
                  WHEN WS-RETORNO-CALENDARIO NOT = 0
                     DISPLAY 'DATA FORA DO CALENDARIO ESCOLAR '
                             '(PROGARQ011)'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  WHEN WS-TIPO-DIA NOT = 'L'
                     DISPLAY 'DATA NAO EH DIA LETIVO'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * LIMITE DIARIO: PROVAS (TIPO 2) DA TURMA NA MESMA DATA, DE
      * QUALQUER MATERIA - AS JA AGENDADAS SAO LISTADAS NA RECUSA.
      *-----------------------------------------------------------------
       P230-CONFERIR-LIMITE.
            MOVE 0 TO WS-QTD-PROVAS-DIA
            PERFORM VARYING WS-IDX-AGENDA FROM 1 BY 1
                    UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
               MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                 TO REG-AGENDA-AVALIACAO
               IF AG-CD-TURMA = WS-TURMA-DIGITADA AND
                  AG-DATA-AVALIACAO = WS-DATA-DIGITADA AND
                  AG-TIPO-PROVA THEN
                  ADD 1 TO WS-QTD-PROVAS-DIA
               END-IF
            END-PERFORM

            IF WS-QTD-PROVAS-DIA >= WS-MAX-PROVAS-DIA THEN
               DISPLAY 'A TURMA JA TEM ' WS-QTD-PROVAS-DIA
                       ' PROVA(S) NESSE DIA (LIMITE '
                       WS-MAX-PROVAS-DIA '):'
               PERFORM VARYING WS-IDX-AGENDA FROM 1 BY 1
                       UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
                  MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                    TO REG-AGENDA-AVALIACAO
                  IF AG-CD-TURMA = WS-TURMA-DIGITADA AND
                     AG-DATA-AVALIACAO = WS-DATA-DIGITADA AND
                     AG-TIPO-PROVA THEN
                     DISPLAY '  MATERIA ' AG-CD-MATERIA ' - '
                             AG-DESCRICAO
                  END-IF
               END-PERFORM
               DISPLAY 'ESCOLHA OUTRA DATA'
               MOVE 'N' TO WS-INCLUSAO-OK
            END-IF
            .
       P230-FIM.
      *-----------------------------------------------------------------
       P300-REMOVER.
            MOVE 'S' TO WS-INCLUSAO-OK
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-DIGITADA
            DISPLAY 'MATERIA.......................: '
            ACCEPT WS-MATERIA-DIGITADA
            PERFORM P070-CONFERIR-TURMA-DIGITADA
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               MOVE 'N' TO WS-INCLUSAO-OK
            ELSE
               PERFORM P150-ACEITAR-PERIODO
            END-IF
            IF WS-INCLUSAO-OK = 'S' THEN
               DISPLAY 'POSICAO DA NOTA NO LANCAMENTO (1 A 10): '
               ACCEPT WS-NR-DIGITADO
               PERFORM P210-LOCALIZAR-POSICAO
               IF WS-POS-AGENDA = 0 THEN
                  DISPLAY 'AVALIACAO NAO ENCONTRADA NA AGENDA'
               ELSE
                  MOVE WS-TAB-REG-AGENDA (WS-POS-AGENDA)
                    TO REG-AGENDA-AVALIACAO
                  PERFORM P700-DESCREVER-TIPO
                  DISPLAY 'AVALIACAO: ' AG-DATA-AVALIACAO ' '
                          WS-DESCRICAO-TIPO ' ' AG-DESCRICAO
                  DISPLAY 'CONFIRMA A REMOCAO (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' THEN
                     PERFORM VARYING WS-IDX-AGENDA FROM WS-POS-AGENDA
                             BY 1
                             UNTIL WS-IDX-AGENDA >= WS-QTD-AGENDA
                        MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA + 1)
                          TO WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                     END-PERFORM
                     SUBTRACT 1 FROM WS-QTD-AGENDA
                     MOVE 'S' TO WS-HOUVE-ALTERACAO
                     DISPLAY 'AVALIACAO REMOVIDA DA AGENDA'
                  ELSE
                     DISPLAY 'REMOCAO ABANDONADA'
                  END-IF
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-LISTAR.
            MOVE 'S' TO WS-INCLUSAO-OK
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-DIGITADA
            PERFORM P070-CONFERIR-TURMA-DIGITADA
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               MOVE 'N' TO WS-INCLUSAO-OK
            ELSE
               PERFORM P150-ACEITAR-PERIODO
            END-IF
            IF WS-INCLUSAO-OK = 'S' THEN
               MOVE 0 TO WS-QTD-LISTADAS
               DISPLAY 'AGENDA DA TURMA ' WS-TURMA-DIGITADA ' - '
                       WS-BIMESTRE-FILTRO 'O BIM/' WS-ANO-FILTRO
               DISPLAY 'MATER NR DATA     TIPO         DESCRICAO'
               PERFORM VARYING WS-IDX-AGENDA FROM 1 BY 1
                       UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
                  MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                    TO REG-AGENDA-AVALIACAO
                  IF AG-CD-TURMA = WS-TURMA-DIGITADA AND
                     AG-ANO-LETIVO = WS-ANO-FILTRO AND
                     AG-BIMESTRE = WS-BIMESTRE-FILTRO THEN
                     ADD 1 TO WS-QTD-LISTADAS
                     PERFORM P700-DESCREVER-TIPO
                     DISPLAY AG-CD-MATERIA ' ' AG-NR-AVALIACAO ' '
                             AG-DATA-AVALIACAO ' ' WS-DESCRICAO-TIPO
                             ' ' AG-DESCRICAO
                  END-IF
               END-PERFORM
               DISPLAY 'AVALIACOES PLANEJADAS.........: '
                       WS-QTD-LISTADAS
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * CALENDARIO DO MES PARA AS FAMILIAS: UMA LINHA POR AVALIACAO,
      * EM ORDEM DE DIA, COM O DIA DA SEMANA, O NOME DA MATERIA, O
      * TIPO E O CONTEUDO COBRADO. SAIDA: CALENDARIO-AVALIACOES.TXT.
      *-----------------------------------------------------------------
       P500-CALENDARIO-MENSAL.
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-DIGITADA
            PERFORM P070-CONFERIR-TURMA-DIGITADA
            IF WS-RETORNO-UNIDADE = 0 THEN
               PERFORM P505-EMITIR-CALENDARIO
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P505-EMITIR-CALENDARIO.
            DISPLAY 'MES (MM)......................: '
            ACCEPT WS-MES-FILTRO
            DISPLAY 'ANO (AAAA)....................: '
            ACCEPT WS-ANO-MES-FILTRO

            MOVE 0 TO WS-QTD-MES
            PERFORM VARYING WS-IDX-AGENDA FROM 1 BY 1
                    UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
               MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                 TO REG-AGENDA-AVALIACAO
               IF AG-CD-TURMA = WS-TURMA-DIGITADA AND
                  AG-DATA-AVALIACAO (3:2) = WS-MES-FILTRO AND
                  AG-DATA-AVALIACAO (5:4) = WS-ANO-MES-FILTRO AND
                  WS-QTD-MES < 300 THEN
                  ADD 1 TO WS-QTD-MES
                  MOVE AG-DATA-AVALIACAO (1:2)
                    TO WS-MES-DIA (WS-QTD-MES)
                  MOVE WS-IDX-AGENDA TO WS-MES-POS (WS-QTD-MES)
               END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                    UNTIL WS-IDX-MES >= WS-QTD-MES
               COMPUTE WS-LIMITE-ORD = WS-QTD-MES - WS-IDX-MES
               PERFORM VARYING WS-IDX-MES-2 FROM 1 BY 1
                       UNTIL WS-IDX-MES-2 > WS-LIMITE-ORD
                  IF WS-MES-DIA (WS-IDX-MES-2) >
                     WS-MES-DIA (WS-IDX-MES-2 + 1) THEN
                     MOVE WS-MES-ITEM (WS-IDX-MES-2) TO WS-MES-TEMP
                     MOVE WS-MES-ITEM (WS-IDX-MES-2 + 1)
                       TO WS-MES-ITEM (WS-IDX-MES-2)
                     MOVE WS-MES-TEMP
                       TO WS-MES-ITEM (WS-IDX-MES-2 + 1)
                  END-IF
               END-PERFORM
            END-PERFORM

            OPEN OUTPUT CALENDARIO-REL
            IF AI-TREINAMENTO THEN
               WRITE REC-CALENDARIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-CALENDARIO
            STRING '==================================================='
                   '================='
                   DELIMITED BY SIZE INTO REC-CALENDARIO
            END-STRING
            WRITE REC-CALENDARIO
            MOVE SPACES TO REC-CALENDARIO
            STRING '  CALENDARIO DE AVALIACOES - TURMA '
                   WS-TURMA-DIGITADA ' - ' WS-MES-FILTRO '/'
                   WS-ANO-MES-FILTRO
                   DELIMITED BY SIZE INTO REC-CALENDARIO
            END-STRING
            WRITE REC-CALENDARIO
            MOVE SPACES TO REC-CALENDARIO
            STRING '==================================================='
                   '================='
                   DELIMITED BY SIZE INTO REC-CALENDARIO
            END-STRING
            WRITE REC-CALENDARIO

            IF WS-QTD-MES = 0 THEN
               MOVE SPACES TO REC-CALENDARIO
               STRING 'NENHUMA AVALIACAO PLANEJADA NO MES'
                      DELIMITED BY SIZE INTO REC-CALENDARIO
               END-STRING
               WRITE REC-CALENDARIO
            END-IF

            MOVE 0 TO WS-DIA-ANTERIOR
            PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                    UNTIL WS-IDX-MES > WS-QTD-MES
               PERFORM P510-LINHA-CALENDARIO
            END-PERFORM

            MOVE SPACES TO REC-CALENDARIO
            WRITE REC-CALENDARIO
            MOVE SPACES TO REC-CALENDARIO
            STRING 'TOTAL DE AVALIACOES NO MES: ' WS-QTD-MES
                   ' - NO MAXIMO ' WS-MAX-PROVAS-DIA
                   ' PROVA(S) POR DIA'
                   DELIMITED BY SIZE INTO REC-CALENDARIO
            END-STRING
            WRITE REC-CALENDARIO
            CLOSE CALENDARIO-REL

            DISPLAY 'DOCUMENTO GERADO: CALENDARIO-AVALIACOES.TXT'
            DISPLAY 'AVALIACOES NO MES.............: ' WS-QTD-MES
            .
       P505-FIM.
      *-----------------------------------------------------------------
      * O DIA (COM O DIA DA SEMANA) SO SAI NA PRIMEIRA AVALIACAO DELE.
      *-----------------------------------------------------------------
       P510-LINHA-CALENDARIO.
            MOVE WS-TAB-REG-AGENDA (WS-MES-POS (WS-IDX-MES))
              TO REG-AGENDA-AVALIACAO
            PERFORM P700-DESCREVER-TIPO
            CALL 'BUSCAR-MATERIA'
                          USING AG-CD-MATERIA, WS-NOME-MATERIA,
                                WS-RETORNO-BUSCAR-MATERIA
            IF WS-RETORNO-BUSCAR-MATERIA NOT = 0 THEN
               MOVE AG-CD-MATERIA TO WS-NOME-MATERIA
            END-IF

            MOVE SPACES TO REC-CALENDARIO
            IF WS-MES-DIA (WS-IDX-MES) NOT = WS-DIA-ANTERIOR THEN
               MOVE WS-MES-DIA (WS-IDX-MES) TO WS-DIA-ANTERIOR
               CALL 'CALCULAR-DIA-SEMANA'
                             USING AG-DATA-AVALIACAO, WS-DIA-SEMANA,
                                   WS-RETORNO-DIA-SEMANA
               IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 7 THEN
                  MOVE 1 TO WS-DIA-SEMANA
               END-IF
               STRING 'DIA ' WS-MES-DIA (WS-IDX-MES) ' ('
                      WS-NOME-DIA (WS-DIA-SEMANA) ')  '
                      WS-NOME-MATERIA (1:20) ' '
                      WS-DESCRICAO-TIPO ' ' AG-DESCRICAO
                      DELIMITED BY SIZE INTO REC-CALENDARIO
               END-STRING
            ELSE
               STRING '               '
                      WS-NOME-MATERIA (1:20) ' '
                      WS-DESCRICAO-TIPO ' ' AG-DESCRICAO
                      DELIMITED BY SIZE INTO REC-CALENDARIO
               END-STRING
            END-IF
            WRITE REC-CALENDARIO
            .
       P510-FIM.
      *-----------------------------------------------------------------
      * LIMITE DE PROVAS POR TURMA POR DIA: SO COORDENADOR/ADMIN. O
      * NOVO LIMITE NAO DESFAZ AGENDAMENTOS JA FEITOS - VALE PARA AS
      * PROXIMAS INCLUSOES.
      *-----------------------------------------------------------------
       P600-CONFIGURAR-LIMITE.
            IF (WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') OR
               WS-UNIDADE-FILTRO NOT = SPACES THEN
               DISPLAY 'OPCAO RESTRITA A COORDENADOR/ADMIN DA REDE '
                       '(TODAS AS UNIDADES)'
            ELSE
               DISPLAY 'LIMITE ATUAL DE PROVAS POR DIA: '
                       WS-MAX-PROVAS-DIA
               DISPLAY 'NOVO LIMITE (1 A 9, 0 = MANTEM): '
               ACCEPT WS-NOVO-LIMITE
               IF WS-NOVO-LIMITE IS NUMERIC AND
                  WS-NOVO-LIMITE > 0 THEN
                  MOVE WS-NOVO-LIMITE TO WS-MAX-PROVAS-DIA
                  MOVE WS-NOVO-LIMITE TO AF-MAX-PROVAS-DIA
                  MOVE WS-OPERADOR    TO AF-OPERADOR
                  MOVE WS-DATA-HOJE   TO AF-DATA-ALTERACAO
                  OPEN OUTPUT CONFIG-FILE
                  WRITE REG-AGENDA-CONFIG
                  CLOSE CONFIG-FILE
                  DISPLAY 'LIMITE GRAVADO: ' WS-MAX-PROVAS-DIA
                          ' PROVA(S) POR TURMA POR DIA'
               ELSE
                  DISPLAY 'LIMITE MANTIDO'
               END-IF
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P700-DESCREVER-TIPO.
            EVALUATE TRUE
               WHEN AG-TIPO-TRABALHO
                  MOVE 'TRABALHO' TO WS-DESCRICAO-TIPO
               WHEN AG-TIPO-PROVA
                  MOVE 'PROVA' TO WS-DESCRICAO-TIPO
               WHEN AG-TIPO-PARTICIPACAO
                  MOVE 'PARTICIPACAO' TO WS-DESCRICAO-TIPO
               WHEN OTHER
                  MOVE 'AVALIACAO' TO WS-DESCRICAO-TIPO
            END-EVALUATE
            .
       P700-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-AGENDA.
            OPEN OUTPUT AGENDA-FILE
            PERFORM VARYING WS-IDX-AGENDA FROM 1 BY 1
                    UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
               MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                 TO REG-AGENDA-AVALIACAO
               WRITE REG-AGENDA-AVALIACAO
            END-PERFORM
            CLOSE AGENDA-FILE
            DISPLAY 'AGENDA REGRAVADA - ' WS-QTD-AGENDA
                    ' AVALIACAO(OES)'
            .
       P900-FIM.
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
       END PROGRAM AGENDA-AVALIACOES.
