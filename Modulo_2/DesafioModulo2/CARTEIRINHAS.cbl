      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CARTEIRINHA ESTUDANTIL (MEIA PASSAGEM E BIBLIOTECA) E
      *          REGISTRO DAS CARTEIRINHAS EMITIDAS
      *          (CARTEIRINHAS-REGISTRO.TXT, VEJA
      *          CARTEIRINHA-RECORD.CPY), NO LUGAR DA LISTA MANDADA
      *          AO ESTUDIO FOTOGRAFICO:
      *          1 - EMITIR AS CARTEIRINHAS DE UMA TURMA: SO ALUNO
      *              ATIVO E SEM CARTEIRINHA NO ANO DE VALIDADE (QUEM
      *              JA TEM SO GANHA OUTRA PELA OPCAO 2);
      *          2 - EMITIR PARA ALUNOS SELECIONADOS (CODIGOS
      *              DIGITADOS ATE 0): SEM CARTEIRINHA NO ANO EH A
      *              PRIMEIRA VIA; COM CARTEIRINHA EH REEMISSAO, COM O
      *              MOTIVO - PERDA/ROUBO/DANO PELO ALUNO PAGA TAXA,
      *              DEFEITO/ERRO DA ESCOLA E TROCA DE TURMA NAO;
      *          3 - LISTAR AS CARTEIRINHAS A RECOLHER: AS AINDA
      *              VALIDAS DE ALUNOS QUE DEIXARAM DE SER ATIVOS
      *              (CARTEIRINHAS-RECOLHER.TXT);
      *          4 - REGISTRAR O RECOLHIMENTO DE UMA CARTEIRINHA.
      *          AS CARTEIRINHAS SAEM TODAS EM CARTEIRINHAS.TXT, UMA
      *          APOS A OUTRA, COM NOME, CODIGO, MATRICULA COM DV,
      *          TURMA, SERIE, VALIDADE, ID OFICIAL (QUANDO HOUVER) E O
      *          CODIGO DE BARRAS DA MATRICULA NO PADRAO CODE 39 (OS
      *          DIGITOS DA MATRICULA COM DV ENTRE OS ASTERISCOS DE
      *          INICIO E FIM) - O ESTUDIO IMPRIME ESSA LINHA COM A
      *          FONTE DE CODIGO DE BARRAS. O REGISTRO SO RECEBE
      *          INCLUSOES - NENHUMA OPCAO REGRAVA OU APAGA REGISTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTEIRINHAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT REGISTRO-FILE ASSIGN TO
           '../../CARTEIRINHAS-REGISTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

           SELECT CARTEIRINHA-DOC ASSIGN TO
           '../../CARTEIRINHAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECOLHER-REL ASSIGN TO
           '../../CARTEIRINHAS-RECOLHER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD REGISTRO-FILE.
           COPY CARTEIRINHA-RECORD.
       FD CARTEIRINHA-DOC.
       01 REC-CARTEIRINHA          PIC X(60).
       FD RECOLHER-REL.
       01 REC-RECOLHER             PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-REGISTRO                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): ALUNO DE OUTRA UNIDADE NAO RECEBE NEM DEVOLVE
      * CARTEIRINHA POR ELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
      * NUMERACAO DO REGISTRO: ULTIMO NUMERO DE CARTEIRINHA EMITIDA.
       77 WS-ULTIMO-NUMERO            PIC 9(06)       VALUE 0.
       77 WS-NUMERO-NOVO              PIC 9(06)       VALUE 0.
      * ULTIMA CARTEIRINHA DE CADA ALUNO NO REGISTRO: NUMERO, ANO DE
      * VALIDADE, VIAS EMITIDAS NESSE ANO E SE JA FOI RECOLHIDA.
       77 WS-QTD-CARTEIRINHAS         PIC 9(04)       VALUE 0.
       77 WS-IDX-CARTEIRINHA          PIC 9(04)       VALUE 0.
       77 WS-POS-ALUNO                PIC 9(04)       VALUE 0.
       01 WS-TABELA-CARTEIRINHAS.
           02 WS-CARTEIRINHA-ITEM OCCURS 3000 TIMES.
              03 WS-CRT-CD-STUDENT    PIC 9(05).
              03 WS-CRT-NUMERO        PIC 9(06).
              03 WS-CRT-ANO           PIC 9(04).
              03 WS-CRT-VIAS          PIC 9(02).
              03 WS-CRT-SITUACAO      PIC X(01).
                 88 WS-CRT-RECOLHIDA          VALUE 'R'.
              03 WS-CRT-DATA          PIC 9(08).
      * ANO DE VALIDADE DAS CARTEIRINHAS EMITIDAS NESTA EXECUCAO.
       77 WS-ANO-VALIDADE             PIC 9(04)       VALUE 0.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * TURMA EM EMISSAO E A SERIE DA TURMA DO ALUNO (CADASTRO DE
      * TURMAS, VEJA BUSCAR-TURMA).
       77 WS-TURMA-FILTRO             PIC X(05)       VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-SERIE-TURMA              PIC 9(02)       VALUE 0.
       77 WS-SERIE-ED                 PIC Z9.
           COPY TURMA-RECORD.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
      * ALUNO EM EMISSAO.
       77 WS-CD-ALUNO                 PIC 9(05)       VALUE 0.
       77 WS-NOME-ALUNO               PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-ID-OFICIAL               PIC X(12)       VALUE SPACES.
       77 WS-RETORNO-ID               PIC 9(01)       VALUE 0.
       77 WS-MODO-CALCULO-DV          PIC X(01)       VALUE 'V'.
       77 WS-RETORNO-CALCULO-DV       PIC 9(01)       VALUE 0.
      * EMISSAO DA VEZ: VIA NO ANO, MOTIVO E TAXA.
       77 WS-VIA-NOVA                 PIC 9(02)       VALUE 0.
       77 WS-MOTIVO                   PIC X(01)       VALUE SPACE.
           88 WS-MOTIVO-VALIDO        VALUE 'P' 'D' 'T'.
       77 WS-TAXA                     PIC X(01)       VALUE 'N'.
      * CONTAGENS DA EMISSAO.
       77 WS-QTD-EMITIDAS             PIC 9(04)       VALUE 0.
       77 WS-QTD-REEMITIDAS           PIC 9(04)       VALUE 0.
       77 WS-QTD-COM-TAXA             PIC 9(04)       VALUE 0.
       77 WS-QTD-JA-EMITIDAS          PIC 9(04)       VALUE 0.
       77 WS-QTD-NAO-ATIVOS           PIC 9(04)       VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(04)       VALUE 0.
      * LINHAS DA CARTEIRINHA.
       77 WS-MATRICULA-ED             PIC X(09)       VALUE SPACES.
       77 WS-CODIGO-BARRAS            PIC X(10)       VALUE SPACES.
       77 WS-DATA-EMIS-ED             PIC X(10)       VALUE SPACES.
      * CARTEIRINHAS A RECOLHER.
       77 WS-QTD-A-RECOLHER           PIC 9(04)       VALUE 0.
       77 WS-SITUACAO-ED              PIC X(14)       VALUE SPACES.
       77 WS-DATA-SIT-ED              PIC X(10)       VALUE SPACES.
       77 WS-NOME-RECOLHER            PIC X(20)       VALUE SPACES.
       77 WS-TURMA-RECOLHER           PIC X(05)       VALUE SPACES.
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
            DISPLAY 'CARTEIRINHAS ESTUDANTIS E REGISTRO DE EMISSAO'
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
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY '1 - EMITIR CARTEIRINHAS DA TURMA'
            DISPLAY '2 - EMITIR PARA ALUNOS SELECIONADOS (REEMISSAO)'
            DISPLAY '3 - LISTAR CARTEIRINHAS A RECOLHER'
            DISPLAY '4 - REGISTRAR RECOLHIMENTO DE CARTEIRINHA'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P050-CARREGAR-REGISTRO
                  PERFORM P080-ANO-VALIDADE
                  PERFORM P100-EMITIR-TURMA
               WHEN 2
                  PERFORM P050-CARREGAR-REGISTRO
                  PERFORM P080-ANO-VALIDADE
                  PERFORM P200-EMITIR-SELECIONADOS
               WHEN 3
                  PERFORM P050-CARREGAR-REGISTRO
                  PERFORM P600-LISTAR-A-RECOLHER
               WHEN 4
                  PERFORM P050-CARREGAR-REGISTRO
                  PERFORM P700-REGISTRAR-RECOLHIMENTO
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            STOP RUN.
      *-----------------------------------------------------------------
      * REGISTRO: ULTIMO NUMERO EMITIDO E A ULTIMA CARTEIRINHA DE CADA
      * ALUNO (O ARQUIVO ESTA EM ORDEM DE GRAVACAO, ENTAO O ULTIMO
      * REGISTRO DO ALUNO EH O QUE VALE). REGISTRO AUSENTE COMECA DO
      * NUMERO 1.
      *-----------------------------------------------------------------
       P050-CARREGAR-REGISTRO.
            MOVE 0 TO WS-ULTIMO-NUMERO
            MOVE 0 TO WS-QTD-CARTEIRINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT REGISTRO-FILE
            IF FS-REGISTRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ REGISTRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P055-GUARDAR-CARTEIRINHA
                  END-READ
               END-PERFORM
               CLOSE REGISTRO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P055-GUARDAR-CARTEIRINHA.
            IF CA-NUMERO > WS-ULTIMO-NUMERO THEN
               MOVE CA-NUMERO TO WS-ULTIMO-NUMERO
            END-IF
            MOVE CA-CD-STUDENT TO WS-CD-ALUNO
            PERFORM P060-LOCALIZAR-ALUNO
            IF CA-EMISSAO THEN
               IF WS-POS-ALUNO = 0 AND WS-QTD-CARTEIRINHAS < 3000 THEN
                  ADD 1 TO WS-QTD-CARTEIRINHAS
                  MOVE WS-QTD-CARTEIRINHAS TO WS-POS-ALUNO
                  MOVE CA-CD-STUDENT
                    TO WS-CRT-CD-STUDENT (WS-POS-ALUNO)
               END-IF
               IF WS-POS-ALUNO > 0 THEN
                  MOVE CA-NUMERO       TO WS-CRT-NUMERO (WS-POS-ALUNO)
                  MOVE CA-ANO-VALIDADE TO WS-CRT-ANO (WS-POS-ALUNO)
                  MOVE CA-NUMERO-VIA   TO WS-CRT-VIAS (WS-POS-ALUNO)
                  MOVE 'E'             TO WS-CRT-SITUACAO
                                          (WS-POS-ALUNO)
                  MOVE CA-DATA         TO WS-CRT-DATA (WS-POS-ALUNO)
               END-IF
            END-IF
            IF CA-RECOLHIMENTO AND WS-POS-ALUNO > 0 THEN
               IF CA-NUMERO = WS-CRT-NUMERO (WS-POS-ALUNO) THEN
                  MOVE 'R' TO WS-CRT-SITUACAO (WS-POS-ALUNO)
               END-IF
            END-IF
            .
       P055-FIM.
      *-----------------------------------------------------------------
      * POSICAO DO ALUNO WS-CD-ALUNO NA TABELA (ZERO = SEM
      * CARTEIRINHA NO REGISTRO).
      *-----------------------------------------------------------------
       P060-LOCALIZAR-ALUNO.
            MOVE 0 TO WS-POS-ALUNO
            PERFORM VARYING WS-IDX-CARTEIRINHA FROM 1 BY 1
                    UNTIL WS-IDX-CARTEIRINHA > WS-QTD-CARTEIRINHAS
                       OR WS-POS-ALUNO > 0
               IF WS-CRT-CD-STUDENT (WS-IDX-CARTEIRINHA) = WS-CD-ALUNO
                  THEN
                  MOVE WS-IDX-CARTEIRINHA TO WS-POS-ALUNO
               END-IF
            END-PERFORM
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * ABERTURA DA EMISSAO (OPCOES 1 E 2): MESTRE, CARTEIRINHAS.TXT
      * NOVO E O REGISTRO EM EXTENSAO. NO AMBIENTE DE TREINAMENTO NAO
      * HA EMISSAO: A CARTEIRINHA EH DOCUMENTO DE IDENTIFICACAO E NAO
      * PODE SAIR IMPRESSA COM DADOS DE TREINO NEM NUMERAR O REGISTRO.
      *-----------------------------------------------------------------
       P070-ABRIR-EMISSAO.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
               DISPLAY 'CARTEIRINHA NAO EH EMITIDA NO AMBIENTE DE '
                       'TREINAMENTO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            OPEN OUTPUT CARTEIRINHA-DOC
            OPEN EXTEND REGISTRO-FILE
            IF FS-REGISTRO = '35' THEN
               OPEN OUTPUT REGISTRO-FILE
            END-IF
            .
       P070-FIM.
      *-----------------------------------------------------------------
      * ANO DE VALIDADE: O ANO LETIVO CORRENTE (VEJA LER-PERIODO), OU
      * O SEGUINTE QUANDO AS CARTEIRINHAS SAEM NA REMATRICULA.
      *-----------------------------------------------------------------
       P080-ANO-VALIDADE.
            MOVE 0 TO PE-ANO-LETIVO
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            DISPLAY 'ANO DE VALIDADE (0 = ' PE-ANO-LETIVO '): '
            ACCEPT WS-ANO-VALIDADE
            IF WS-ANO-VALIDADE IS NOT NUMERIC OR
               WS-ANO-VALIDADE = 0 THEN
               MOVE PE-ANO-LETIVO TO WS-ANO-VALIDADE
            END-IF
            IF WS-ANO-VALIDADE = 0 THEN
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO-VALIDADE
            END-IF
            .
       P080-FIM.
      *-----------------------------------------------------------------
       P090-FECHAR-EMISSAO.
            CLOSE STUDENT
            CLOSE CARTEIRINHA-DOC
            CLOSE REGISTRO-FILE

            DISPLAY 'CARTEIRINHAS EMITIDAS (1A VIA): ' WS-QTD-EMITIDAS
            DISPLAY 'REEMISSOES....................: '
                    WS-QTD-REEMITIDAS
            DISPLAY 'REEMISSOES COM TAXA...........: ' WS-QTD-COM-TAXA
            DISPLAY 'JA COM CARTEIRINHA NO ANO.....: '
                    WS-QTD-JA-EMITIDAS
            DISPLAY 'ALUNOS NAO ATIVOS (SEM EMISSAO): '
                    WS-QTD-NAO-ATIVOS
            DISPLAY 'PENDENTES (TURMA/MATRICULA)...: ' WS-QTD-PENDENTES
            IF WS-QTD-EMITIDAS > 0 OR WS-QTD-REEMITIDAS > 0 THEN
               DISPLAY 'CARTEIRINHAS GERADAS: CARTEIRINHAS.TXT'
            END-IF
            .
       P090-FIM.
      *-----------------------------------------------------------------
      * EMISSAO DA TURMA: PERCORRE O MESTRE E EMITE A PRIMEIRA VIA DO
      * ANO PARA CADA ALUNO ATIVO DA TURMA QUE AINDA NAO TEM. RERODAR
      * A TURMA NAO DUPLICA CARTEIRINHA.
      *-----------------------------------------------------------------
       P100-EMITIR-TURMA.
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-FILTRO
            MOVE WS-TURMA-FILTRO TO WS-TURMA-ALUNO
            PERFORM P310-BUSCAR-SERIE
            IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
               DISPLAY 'TURMA NAO ENCONTRADA NO CADASTRO DE TURMAS'
               STOP RUN
            END-IF

            DISPLAY 'A EMISSAO NUMERA AS CARTEIRINHAS NO REGISTRO '
                    '(VALIDADE ' WS-ANO-VALIDADE ')'
            DISPLAY 'CONFIRMA (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' THEN
               DISPLAY 'EMISSAO ABANDONADA - NADA ALTERADO'
               STOP RUN
            END-IF

            PERFORM P070-ABRIR-EMISSAO
            MOVE 'N' TO WS-EOF
            MOVE 1 TO WS-STUDENT-REL-KEY
            START STUDENT KEY IS NOT LESS THAN WS-STUDENT-REL-KEY
                  INVALID KEY
                     MOVE 'F' TO WS-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-FILTRO,
                                            CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF CD-TURMA = WS-TURMA-FILTRO AND
                           WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P110-CONFERIR-ALUNO-TURMA
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            PERFORM P090-FECHAR-EMISSAO
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-CONFERIR-ALUNO-TURMA.
            MOVE CD-STUDENT TO WS-CD-ALUNO
            PERFORM P060-LOCALIZAR-ALUNO
            EVALUATE TRUE
               WHEN NOT ST-ATIVO
                  ADD 1 TO WS-QTD-NAO-ATIVOS
               WHEN WS-POS-ALUNO > 0
                  AND WS-CRT-ANO (WS-POS-ALUNO) = WS-ANO-VALIDADE
                  ADD 1 TO WS-QTD-JA-EMITIDAS
                  DISPLAY 'JA TEM CARTEIRINHA: ' WS-CD-ALUNO ' '
                          NM-STUDENT ' - NR '
                          WS-CRT-NUMERO (WS-POS-ALUNO)
                          ' (REEMISSAO PELA OPCAO 2)'
               WHEN OTHER
                  MOVE 1 TO WS-VIA-NOVA
                  MOVE 'N' TO WS-MOTIVO
                  MOVE 'N' TO WS-TAXA
                  PERFORM P300-EMITIR-CARTEIRINHA
            END-EVALUATE
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * ALUNOS SELECIONADOS: CODIGO A CODIGO ATE 0. ALUNO COM
      * CARTEIRINHA NO ANO DE VALIDADE GANHA A PROXIMA VIA, COM O
      * MOTIVO DECLARADO NO BALCAO.
      *-----------------------------------------------------------------
       P200-EMITIR-SELECIONADOS.
            PERFORM P070-ABRIR-EMISSAO
            MOVE 1 TO WS-CD-ALUNO
            PERFORM WITH TEST BEFORE UNTIL WS-CD-ALUNO = 0
               DISPLAY 'CODIGO DO ALUNO (0 = FIM).....: '
               ACCEPT WS-CD-ALUNO
               IF WS-CD-ALUNO IS NOT NUMERIC THEN
                  MOVE 0 TO WS-CD-ALUNO
               END-IF
               IF WS-CD-ALUNO > 0 THEN
                  PERFORM P210-CONFERIR-SELECIONADO
               END-IF
            END-PERFORM
            PERFORM P090-FECHAR-EMISSAO
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-CONFERIR-SELECIONADO.
            MOVE WS-CD-ALUNO TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    DISPLAY 'ALUNO ' WS-CD-ALUNO ' NAO CADASTRADO'
                 NOT INVALID KEY
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    EVALUATE TRUE
                       WHEN WS-RETORNO-UNIDADE NOT = 0
                          DISPLAY 'ALUNO ' WS-CD-ALUNO ' DE OUTRA '
                                  'UNIDADE ESCOLAR - EMISSAO NEGADA'
                       WHEN NOT ST-ATIVO
                          ADD 1 TO WS-QTD-NAO-ATIVOS
                          DISPLAY 'ALUNO ' WS-CD-ALUNO ' ' NM-STUDENT
                                  ' NAO ESTA ATIVO (SITUACAO ' ST-ALUNO
                                  ') - SEM CARTEIRINHA'
                       WHEN OTHER
                          PERFORM P220-EMITIR-SELECIONADO
                    END-EVALUATE
            END-READ
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-EMITIR-SELECIONADO.
            MOVE CD-TURMA TO WS-TURMA-ALUNO
            PERFORM P310-BUSCAR-SERIE
            PERFORM P060-LOCALIZAR-ALUNO
            MOVE 1 TO WS-VIA-NOVA
            MOVE 'N' TO WS-MOTIVO
            MOVE 'N' TO WS-TAXA
            IF WS-POS-ALUNO > 0 THEN
               IF WS-CRT-ANO (WS-POS-ALUNO) = WS-ANO-VALIDADE THEN
                  COMPUTE WS-VIA-NOVA = WS-CRT-VIAS (WS-POS-ALUNO) + 1
                  DISPLAY 'ALUNO ' WS-CD-ALUNO ' ' NM-STUDENT
                          ' JA TEM A CARTEIRINHA NR '
                          WS-CRT-NUMERO (WS-POS-ALUNO)
                          ' - VIA ' WS-CRT-VIAS (WS-POS-ALUNO)
                  IF WS-CRT-RECOLHIDA (WS-POS-ALUNO) THEN
                     DISPLAY 'ESSA CARTEIRINHA FOI RECOLHIDA'
                  END-IF
                  MOVE SPACE TO WS-MOTIVO
                  PERFORM WITH TEST BEFORE UNTIL WS-MOTIVO-VALIDO
                     DISPLAY 'MOTIVO DA REEMISSAO (P = PERDA/ROUBO/'
                             'DANO, D = DEFEITO/ERRO DA ESCOLA, '
                             'T = TROCA DE TURMA): '
                     ACCEPT WS-MOTIVO
                  END-PERFORM
                  IF WS-MOTIVO = 'P' THEN
                     MOVE 'S' TO WS-TAXA
                  END-IF
               END-IF
            END-IF
            PERFORM P300-EMITIR-CARTEIRINHA
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * EMISSAO E REEMISSAO: TURMA CADASTRADA E MATRICULA COM DV
      * CONFERIDO - SEM ISSO O CODIGO DE BARRAS NAO IDENTIFICA O ALUNO
      * E A CARTEIRINHA FICA PENDENTE.
      *-----------------------------------------------------------------
       P300-EMITIR-CARTEIRINHA.
            IF WS-RETORNO-BUSCAR-TURMA NOT = 0 OR
               CD-TURMA NOT = WS-TURMA-ALUNO THEN
               MOVE CD-TURMA TO WS-TURMA-ALUNO
               PERFORM P310-BUSCAR-SERIE
            END-IF
            MOVE 0 TO WS-RETORNO-CALCULO-DV
            IF NR-MATRICULA-BASE IS NUMERIC AND
               NR-MATRICULA-BASE > 0 THEN
               CALL 'CALCULAR-DV-MATRICULA'
                             USING NR-MATRICULA-BASE,
                                   NR-MATRICULA-DV,
                                   WS-MODO-CALCULO-DV,
                                   WS-RETORNO-CALCULO-DV
            END-IF
            EVALUATE TRUE
               WHEN WS-RETORNO-BUSCAR-TURMA NOT = 0
                  ADD 1 TO WS-QTD-PENDENTES
                  DISPLAY 'PENDENCIA: ' WS-CD-ALUNO ' ' NM-STUDENT
                          ' - TURMA ' CD-TURMA ' SEM CADASTRO'
               WHEN NR-MATRICULA-BASE IS NOT NUMERIC OR
                    NR-MATRICULA-BASE = 0
                  ADD 1 TO WS-QTD-PENDENTES
                  DISPLAY 'PENDENCIA: ' WS-CD-ALUNO ' ' NM-STUDENT
                          ' - SEM NUMERO DE MATRICULA'
               WHEN WS-RETORNO-CALCULO-DV NOT = 0
                  ADD 1 TO WS-QTD-PENDENTES
                  DISPLAY 'PENDENCIA: ' WS-CD-ALUNO ' ' NM-STUDENT
                          ' - DV DA MATRICULA NAO CONFERE'
               WHEN OTHER
                  PERFORM P320-GRAVAR-CARTEIRINHA
            END-EVALUATE
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-BUSCAR-SERIE.
            MOVE 0 TO WS-SERIE-TURMA
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-ALUNO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND TU-SERIE IS NUMERIC
               THEN
               MOVE TU-SERIE TO WS-SERIE-TURMA
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * PROXIMO NUMERO, REGISTRO DA EMISSAO, TABELA ATUALIZADA (UMA
      * SEGUNDA EMISSAO NA MESMA EXECUCAO JA VE ESTA) E A CARTEIRINHA.
      *-----------------------------------------------------------------
       P320-GRAVAR-CARTEIRINHA.
            ADD 1 TO WS-ULTIMO-NUMERO
            MOVE WS-ULTIMO-NUMERO TO WS-NUMERO-NOVO
            MOVE NM-STUDENT TO WS-NOME-ALUNO
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-ALUNO, WS-RETORNO-NORMALIZAR
            CALL 'BUSCAR-ID-OFICIAL'
                          USING WS-CD-ALUNO, WS-ID-OFICIAL,
                                WS-RETORNO-ID

            MOVE SPACES TO REG-CARTEIRINHA
            MOVE WS-NUMERO-NOVO        TO CA-NUMERO
            MOVE WS-CD-ALUNO           TO CA-CD-STUDENT
            SET CA-EMISSAO TO TRUE
            MOVE WS-ANO-VALIDADE       TO CA-ANO-VALIDADE
            MOVE WS-VIA-NOVA           TO CA-NUMERO-VIA
            MOVE WS-MOTIVO             TO CA-MOTIVO
            MOVE WS-TAXA               TO CA-TAXA
            MOVE NR-MATRICULA-BASE     TO CA-NR-MATRICULA-BASE
            MOVE NR-MATRICULA-DV       TO CA-NR-MATRICULA-DV
            MOVE CD-TURMA              TO CA-CD-TURMA
            MOVE WS-SERIE-TURMA        TO CA-SERIE
            MOVE WS-DATA-HOJE          TO CA-DATA
            MOVE WS-OPERADOR           TO CA-OPERADOR
            WRITE REG-CARTEIRINHA

            IF WS-POS-ALUNO = 0 AND WS-QTD-CARTEIRINHAS < 3000 THEN
               ADD 1 TO WS-QTD-CARTEIRINHAS
               MOVE WS-QTD-CARTEIRINHAS TO WS-POS-ALUNO
               MOVE WS-CD-ALUNO TO WS-CRT-CD-STUDENT (WS-POS-ALUNO)
            END-IF
            IF WS-POS-ALUNO > 0 THEN
               MOVE WS-NUMERO-NOVO  TO WS-CRT-NUMERO (WS-POS-ALUNO)
               MOVE WS-ANO-VALIDADE TO WS-CRT-ANO (WS-POS-ALUNO)
               MOVE WS-VIA-NOVA     TO WS-CRT-VIAS (WS-POS-ALUNO)
               MOVE 'E'             TO WS-CRT-SITUACAO (WS-POS-ALUNO)
               MOVE WS-DATA-HOJE    TO WS-CRT-DATA (WS-POS-ALUNO)
            END-IF

            PERFORM P500-IMPRIMIR-CARTEIRINHA
            IF WS-VIA-NOVA > 1 THEN
               ADD 1 TO WS-QTD-REEMITIDAS
               DISPLAY 'REEMISSAO: ' WS-CD-ALUNO ' ' WS-NOME-ALUNO
                       ' - NR ' WS-NUMERO-NOVO ' VIA ' WS-VIA-NOVA
               IF WS-TAXA = 'S' THEN
                  ADD 1 TO WS-QTD-COM-TAXA
                  DISPLAY 'REEMISSAO COM TAXA - COBRAR NO BALCAO'
               END-IF
            ELSE
               ADD 1 TO WS-QTD-EMITIDAS
               DISPLAY 'CARTEIRINHA: ' WS-CD-ALUNO ' ' WS-NOME-ALUNO
                       ' - NR ' WS-NUMERO-NOVO
            END-IF
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * A CARTEIRINHA, A PARTIR DO REGISTRO EM REG-CARTEIRINHA E DO
      * MESTRE DO ALUNO. A LINHA 'CODIGO DE BARRAS' TRAZ O TEXTO CODE
      * 39 (*MATRICULA+DV*) E A DE BAIXO A MATRICULA LEGIVEL.
      *-----------------------------------------------------------------
       P500-IMPRIMIR-CARTEIRINHA.
            MOVE SPACES TO WS-MATRICULA-ED
            STRING CA-NR-MATRICULA-BASE '-' CA-NR-MATRICULA-DV
                   DELIMITED BY SIZE INTO WS-MATRICULA-ED
            END-STRING
            MOVE SPACES TO WS-CODIGO-BARRAS
            STRING '*' CA-NR-MATRICULA-BASE CA-NR-MATRICULA-DV '*'
                   DELIMITED BY SIZE INTO WS-CODIGO-BARRAS
            END-STRING
            MOVE SPACES TO WS-DATA-EMIS-ED
            STRING CA-DATA (7:2) '/' CA-DATA (5:2) '/' CA-DATA (1:4)
                   DELIMITED BY SIZE INTO WS-DATA-EMIS-ED
            END-STRING
            MOVE CA-SERIE TO WS-SERIE-ED

            MOVE SPACES TO REC-CARTEIRINHA
            STRING '==================================================='
                   '========='
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            STRING '  CARTEIRA DE IDENTIFICACAO ESTUDANTIL      NR '
                   CA-NUMERO
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            STRING '==================================================='
                   '========='
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA

            MOVE SPACES TO REC-CARTEIRINHA
            STRING 'NOME..........: ' WS-NOME-ALUNO
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            STRING 'CODIGO........: ' CA-CD-STUDENT
                   '   MATRICULA: ' WS-MATRICULA-ED
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            STRING 'TURMA.........: ' CA-CD-TURMA
                   '   SERIE....: ' WS-SERIE-ED 'O ANO'
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            STRING 'VALIDADE......: 31/12/' CA-ANO-VALIDADE
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            IF WS-RETORNO-ID = 0 AND WS-ID-OFICIAL NOT = SPACES THEN
               MOVE SPACES TO REC-CARTEIRINHA
               STRING 'ID OFICIAL....: ' WS-ID-OFICIAL
                      DELIMITED BY SIZE INTO REC-CARTEIRINHA
               END-STRING
               WRITE REC-CARTEIRINHA
            END-IF
            MOVE SPACES TO REC-CARTEIRINHA
            IF CA-NUMERO-VIA > 1 THEN
               STRING 'EMISSAO.......: ' WS-DATA-EMIS-ED
                      '   VIA ' CA-NUMERO-VIA
                      DELIMITED BY SIZE INTO REC-CARTEIRINHA
               END-STRING
            ELSE
               STRING 'EMISSAO.......: ' WS-DATA-EMIS-ED
                      DELIMITED BY SIZE INTO REC-CARTEIRINHA
               END-STRING
            END-IF
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            STRING 'CODIGO DE BARRAS: ' WS-CODIGO-BARRAS
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            STRING '                   ' WS-MATRICULA-ED
                   DELIMITED BY SIZE INTO REC-CARTEIRINHA
            END-STRING
            WRITE REC-CARTEIRINHA
            MOVE SPACES TO REC-CARTEIRINHA
            WRITE REC-CARTEIRINHA
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * CARTEIRINHAS A RECOLHER: A ULTIMA CARTEIRINHA DE CADA ALUNO,
      * AINDA NAO RECOLHIDA E AINDA VALIDA (VALIDADE NO ANO LETIVO
      * CORRENTE OU DEPOIS), QUANDO O ALUNO NAO ESTA MAIS ATIVO NO
      * MESTRE - TRANSFERIDO, EVADIDO, TRANCADO, CONCLUIDO, UNIFICADO
      * EM OUTRO CODIGO (O SOBREVIVENTE TEM A SUA PROPRIA) OU FORA DO
      * CADASTRO.
      *-----------------------------------------------------------------
       P600-LISTAR-A-RECOLHER.
            MOVE 0 TO PE-ANO-LETIVO
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            MOVE PE-ANO-LETIVO TO WS-ANO-VALIDADE
            IF WS-ANO-VALIDADE = 0 THEN
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO-VALIDADE
            END-IF

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            OPEN OUTPUT RECOLHER-REL
            IF AI-TREINAMENTO THEN
               WRITE REC-RECOLHER FROM AI-FAIXA
            END-IF
            MOVE SPACES TO WS-DATA-EMIS-ED
            STRING WS-DATA-HOJE (7:2) '/' WS-DATA-HOJE (5:2) '/'
                   WS-DATA-HOJE (1:4)
                   DELIMITED BY SIZE INTO WS-DATA-EMIS-ED
            END-STRING
            MOVE SPACES TO REC-RECOLHER
            STRING 'CARTEIRINHAS A RECOLHER - ALUNOS QUE DEIXARAM DE '
                   'SER ATIVOS - EM ' WS-DATA-EMIS-ED
                   DELIMITED BY SIZE INTO REC-RECOLHER
            END-STRING
            WRITE REC-RECOLHER
            MOVE SPACES TO REC-RECOLHER
            STRING 'CARTEIRINHAS VALIDAS EM ' WS-ANO-VALIDADE
                   ' OU DEPOIS E AINDA NAO RECOLHIDAS'
                   DELIMITED BY SIZE INTO REC-RECOLHER
            END-STRING
            WRITE REC-RECOLHER
            MOVE SPACES TO REC-RECOLHER
            WRITE REC-RECOLHER
            MOVE SPACES TO REC-RECOLHER
            STRING 'NUMERO ALUNO NOME                 TURMA VALID VIA '
                   'SITUACAO       DESDE'
                   DELIMITED BY SIZE INTO REC-RECOLHER
            END-STRING
            WRITE REC-RECOLHER

            MOVE 0 TO WS-QTD-A-RECOLHER
            PERFORM VARYING WS-IDX-CARTEIRINHA FROM 1 BY 1
                    UNTIL WS-IDX-CARTEIRINHA > WS-QTD-CARTEIRINHAS
               IF NOT WS-CRT-RECOLHIDA (WS-IDX-CARTEIRINHA) AND
                  WS-CRT-ANO (WS-IDX-CARTEIRINHA) >= WS-ANO-VALIDADE
                  THEN
                  PERFORM P610-CONFERIR-ALUNO
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-RECOLHER
            WRITE REC-RECOLHER
            MOVE SPACES TO REC-RECOLHER
            STRING 'TOTAL A RECOLHER: ' WS-QTD-A-RECOLHER
                   DELIMITED BY SIZE INTO REC-RECOLHER
            END-STRING
            WRITE REC-RECOLHER
            CLOSE STUDENT
            CLOSE RECOLHER-REL

            DISPLAY 'CARTEIRINHAS A RECOLHER.......: '
                    WS-QTD-A-RECOLHER
            DISPLAY 'RELATORIO GERADO: CARTEIRINHAS-RECOLHER.TXT'
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-CONFERIR-ALUNO.
            MOVE WS-CRT-CD-STUDENT (WS-IDX-CARTEIRINHA)
              TO WS-STUDENT-REL-KEY
            MOVE SPACES TO WS-SITUACAO-ED
            MOVE SPACES TO WS-DATA-SIT-ED
            MOVE SPACES TO WS-NOME-RECOLHER
            MOVE SPACES TO WS-TURMA-RECOLHER
            READ STUDENT
                 INVALID KEY
                    MOVE 'FORA DO MESTRE' TO WS-SITUACAO-ED
                 NOT INVALID KEY
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    IF NOT ST-ATIVO AND WS-RETORNO-UNIDADE = 0 THEN
                       PERFORM P620-EDITAR-SITUACAO
                    END-IF
            END-READ
            IF WS-SITUACAO-ED NOT = SPACES THEN
               ADD 1 TO WS-QTD-A-RECOLHER
               MOVE SPACES TO REC-RECOLHER
               STRING WS-CRT-NUMERO (WS-IDX-CARTEIRINHA) ' '
                      WS-CRT-CD-STUDENT (WS-IDX-CARTEIRINHA) ' '
                      WS-NOME-RECOLHER ' ' WS-TURMA-RECOLHER ' '
                      WS-CRT-ANO (WS-IDX-CARTEIRINHA) '  '
                      WS-CRT-VIAS (WS-IDX-CARTEIRINHA) ' '
                      WS-SITUACAO-ED ' ' WS-DATA-SIT-ED
                      DELIMITED BY SIZE INTO REC-RECOLHER
               END-STRING
               WRITE REC-RECOLHER
            END-IF
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P620-EDITAR-SITUACAO.
            MOVE NM-STUDENT TO WS-NOME-RECOLHER
            MOVE CD-TURMA TO WS-TURMA-RECOLHER
            EVALUATE TRUE
               WHEN ST-INATIVO
                  MOVE 'INATIVO' TO WS-SITUACAO-ED
               WHEN ST-TRANCADO
                  MOVE 'TRANCADO' TO WS-SITUACAO-ED
               WHEN ST-TRANSFERIDO
                  MOVE 'TRANSFERIDO' TO WS-SITUACAO-ED
               WHEN ST-EVADIDO
                  MOVE 'EVADIDO' TO WS-SITUACAO-ED
               WHEN ST-CONCLUIDO
                  MOVE 'CONCLUIDO' TO WS-SITUACAO-ED
               WHEN ST-FALECIDO
                  MOVE 'FALECIDO' TO WS-SITUACAO-ED
               WHEN ST-UNIFICADO
                  MOVE 'UNIFICADO' TO WS-SITUACAO-ED
               WHEN OTHER
                  MOVE 'SITUACAO ?' TO WS-SITUACAO-ED
                  MOVE ST-ALUNO TO WS-SITUACAO-ED (11:1)
            END-EVALUATE
            IF DT-SITUACAO IS NUMERIC AND DT-SITUACAO > 0 THEN
               STRING DT-SITUACAO (1:2) '/' DT-SITUACAO (3:2) '/'
                      DT-SITUACAO (5:4)
                      DELIMITED BY SIZE INTO WS-DATA-SIT-ED
               END-STRING
            END-IF
            .
       P620-FIM.
      *-----------------------------------------------------------------
      * RECOLHIMENTO: A ULTIMA CARTEIRINHA DO ALUNO, SE AINDA NAO
      * RECOLHIDA, GANHA UM REGISTRO 'R' COM O MESMO NUMERO E DEIXA A
      * LISTA DE CARTEIRINHAS A RECOLHER.
      *-----------------------------------------------------------------
       P700-REGISTRAR-RECOLHIMENTO.
            DISPLAY 'CODIGO DO ALUNO...............: '
            ACCEPT WS-CD-ALUNO
            PERFORM P060-LOCALIZAR-ALUNO
            IF WS-POS-ALUNO = 0 THEN
               DISPLAY 'ALUNO ' WS-CD-ALUNO ' SEM CARTEIRINHA NO '
                       'REGISTRO'
               STOP RUN
            END-IF
            IF WS-CRT-RECOLHIDA (WS-POS-ALUNO) THEN
               DISPLAY 'A CARTEIRINHA NR ' WS-CRT-NUMERO (WS-POS-ALUNO)
                       ' JA FOI RECOLHIDA'
               STOP RUN
            END-IF

            MOVE SPACES TO REG-CARTEIRINHA
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               MOVE WS-CD-ALUNO TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       MOVE 0 TO CA-NR-MATRICULA-BASE
                       MOVE 0 TO CA-NR-MATRICULA-DV
                    NOT INVALID KEY
                       CALL 'CONFERIR-UNIDADE'
                                     USING WS-UNIDADE-FILTRO,
                                           CD-UNIDADE,
                                           WS-RETORNO-UNIDADE
                       IF WS-RETORNO-UNIDADE NOT = 0 THEN
                          DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                                  'RECOLHIMENTO NEGADO'
                          CLOSE STUDENT
                          STOP RUN
                       END-IF
                       DISPLAY 'ALUNO ' NM-STUDENT ' - TURMA '
                               CD-TURMA ' - SITUACAO ' ST-ALUNO
                       IF ST-ATIVO THEN
                          DISPLAY 'ATENCAO: O ALUNO AINDA ESTA ATIVO'
                       END-IF
                       MOVE NR-MATRICULA-BASE TO CA-NR-MATRICULA-BASE
                       MOVE NR-MATRICULA-DV   TO CA-NR-MATRICULA-DV
                       MOVE CD-TURMA          TO CA-CD-TURMA
               END-READ
               CLOSE STUDENT
            END-IF
            DISPLAY 'CARTEIRINHA NR ' WS-CRT-NUMERO (WS-POS-ALUNO)
                    ' - VALIDADE ' WS-CRT-ANO (WS-POS-ALUNO)
                    ' - VIA ' WS-CRT-VIAS (WS-POS-ALUNO)
            DISPLAY 'CONFIRMA O RECOLHIMENTO (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' THEN
               DISPLAY 'RECOLHIMENTO ABANDONADO - NADA ALTERADO'
               STOP RUN
            END-IF

            MOVE WS-CRT-NUMERO (WS-POS-ALUNO) TO CA-NUMERO
            MOVE WS-CD-ALUNO                  TO CA-CD-STUDENT
            SET CA-RECOLHIMENTO TO TRUE
            MOVE WS-CRT-ANO (WS-POS-ALUNO)    TO CA-ANO-VALIDADE
            MOVE WS-CRT-VIAS (WS-POS-ALUNO)   TO CA-NUMERO-VIA
            MOVE 0                            TO CA-SERIE
            MOVE WS-DATA-HOJE                 TO CA-DATA
            MOVE WS-OPERADOR                  TO CA-OPERADOR
            IF CA-NR-MATRICULA-BASE IS NOT NUMERIC THEN
               MOVE 0 TO CA-NR-MATRICULA-BASE
               MOVE 0 TO CA-NR-MATRICULA-DV
            END-IF

            OPEN EXTEND REGISTRO-FILE
            IF FS-REGISTRO = '35' THEN
               OPEN OUTPUT REGISTRO-FILE
            END-IF
            WRITE REG-CARTEIRINHA
            CLOSE REGISTRO-FILE
            MOVE 'R' TO WS-CRT-SITUACAO (WS-POS-ALUNO)
            DISPLAY 'RECOLHIMENTO REGISTRADO'
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CARTEIRINHAS' TO LY-PROGRAMA
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
       END PROGRAM CARTEIRINHAS.
