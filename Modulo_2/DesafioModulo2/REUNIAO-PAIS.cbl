      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: REUNIOES DE PAIS DE FIM DE BIMESTRE: A COORDENACAO
      *          PRECISA SABER QUAIS FAMILIAS NUNCA APARECEM,
      *          PRINCIPALMENTE AS DE ALUNO EM RECUPERACAO OU COM
      *          RISCO DE EVASAO. SO OPERADOR CADASTRADO ENTRA:
      *          (1) CADASTRA A REUNIAO (REUNIOES-PAIS.TXT, VEJA
      *              REUNIAO-PAIS-RECORD.CPY): DATA, AS TURMAS
      *              CONVOCADAS (ATIVAS NO CADASTRO, ATE 10) E O
      *              PERIODO LETIVO CORRENTE (LER-PERIODO);
      *          (2) REGISTRA A PRESENCA (PRESENCAS-REUNIAO.TXT, VEJA
      *              PRESENCA-REUNIAO-RECORD.CPY): PERCORRE OS ALUNOS
      *              ATIVOS DAS TURMAS DA REUNIAO, MOSTRA OS
      *              RESPONSAVEIS CADASTRADOS (RESPONSAVEIS.TXT) E O
      *              OPERADOR DIZ QUEM VEIO - UM RESPONSAVEL, OUTRA
      *              PESSOA DA FAMILIA (NOME DIGITADO) OU NINGUEM.
      *              ALUNO JA REGISTRADO NAO VOLTA A LISTA, ENTAO DA
      *              PARA PARAR (9) E CONTINUAR DEPOIS;
      *          (3) LISTA DE ACOMPANHAMENTO DAS FAMILIAS AUSENTES
      *              (REUNIAO-ACOMPANHAMENTO.TXT) - SO COORDENADOR OU
      *              ADMINISTRADOR: PRIMEIRO AS FAMILIAS DE ALUNO COM
      *              REPROVADO OU RECUPERACAO EM NOTAS-HIST.TXT NO ANO
      *              LETIVO DA REUNIAO (REGISTRO ESTORNADO NAO CONTA)
      *              OU COM ALERTA DE EVASAO EM ABERTO
      *              (ALERTAS-EVASAO.TXT, DO ULTIMO ALERTA-EVASAO),
      *              DEPOIS AS DEMAIS - CADA UMA COM O NOME E O
      *              TELEFONE DO RESPONSAVEL; E A CARTA DE
      *              ACOMPANHAMENTO A CADA FAMILIA AUSENTE
      *              (CARTAS-REUNIAO.TXT) PELO MOTOR DE MODELOS
      *              (GERAR-CARTA-MODELO, TIPO 'REUNIAO': DATA DA
      *              REUNIAO EM &DATA-PROVA, MOTIVO DA PRIORIDADE EM
      *              &DESCRICAO; SEM MODELO, TEXTO PADRAO), NA MESMA
      *              ORDEM, UMA POR RESPONSAVEL MARCADO PARA
      *              CORRESPONDENCIA (MESMA REGRA DE GERAR-CARTAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REUNIAO-PAIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT REUNIAO-FILE ASSIGN TO
           '../../REUNIOES-PAIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REUNIAO.

           SELECT PRESENCA-FILE ASSIGN TO
           '../../PRESENCAS-REUNIAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESENCA.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT NOTAS-HIST-FILE ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS-HIST.

           SELECT ALERTA-FILE ASSIGN TO
           '../../ALERTAS-EVASAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALERTA.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../REUNIAO-ACOMPANHAMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARTAS-FILE ASSIGN TO
           '../../CARTAS-REUNIAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD REUNIAO-FILE.
           COPY REUNIAO-PAIS-RECORD.
       FD PRESENCA-FILE.
           COPY PRESENCA-REUNIAO-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD NOTAS-HIST-FILE.
           COPY NOTAS-HIST-RECORD.
       FD ALERTA-FILE.
           COPY ALERTA-EVASAO-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       FD CARTAS-FILE.
       01 REC-CARTA                PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-REUNIAO                  PIC X(02)       VALUE SPACES.
       77 FS-PRESENCA                 PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 FS-NOTAS-HIST               PIC X(02)       VALUE SPACES.
       77 FS-ALERTA                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-AUX                  PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): SO CONVOCA TURMA DA UNIDADE, E SO ENTRAM NA PRESENCA E
      * NO ACOMPANHAMENTO OS ALUNOS DA UNIDADE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * HOJE EM AAAAMMDD (REGISTRO) E EM DDMMAAAA (DATA DA REUNIAO).
       01 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO             PIC 9(04).
           03 WS-HOJE-MES             PIC 9(02).
           03 WS-HOJE-DIA             PIC 9(02).
       77 WS-HOJE-DDMMAAAA            PIC 9(08)       VALUE 0.
       77 WS-DATA-DIA                 PIC 9(02)       VALUE 0.
       77 WS-DATA-MES                 PIC 9(02)       VALUE 0.
       77 WS-DATA-ANO                 PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
           COPY FORMATOS-DATA.
      * A REUNIAO EM TRABALHO (CADASTRO OU CONSULTA).
       77 WS-CD-REUNIAO-DIGITADO      PIC 9(04)       VALUE 0.
       77 WS-ACHOU-REUNIAO            PIC 9(01)       VALUE 0.
       77 WS-MAIOR-CD-REUNIAO         PIC 9(04)       VALUE 0.
       77 WS-REU-CD-REUNIAO           PIC 9(04)       VALUE 0.
       77 WS-REU-DATA                 PIC 9(08)       VALUE 0.
       77 WS-REU-ANO-LETIVO           PIC 9(04)       VALUE 0.
       77 WS-REU-BIMESTRE             PIC 9(01)       VALUE 0.
       77 WS-REU-QTD-TURMAS           PIC 9(02)       VALUE 0.
       01 WS-REU-TABELA-TURMAS.
           02 WS-REU-CD-TURMA         PIC X(05) OCCURS 10 TIMES.
       77 WS-IDX-TURMA                PIC 9(02)       VALUE 0.
       77 WS-TURMA-DA-REUNIAO         PIC 9(01)       VALUE 0.
       77 WS-CD-TURMA-DIGITADA        PIC X(05)       VALUE SPACES.
       77 WS-FIM-TURMAS               PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
      * ALUNOS ATIVOS DAS TURMAS DA REUNIAO. WS-TA-PRESENTE: 'S' =
      * FAMILIA JA REGISTRADA. WS-TA-NOTAS / WS-TA-EVASAO: MOTIVOS DE
      * PRIORIDADE NA LISTA DE ACOMPANHAMENTO.
       77 WS-QTD-ALUNOS               PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(04)       VALUE 0.
       77 WS-ALUNO-ACHADO             PIC 9(04)       VALUE 0.
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 1000 TIMES.
              03 WS-TA-CD-STUDENT     PIC 9(05).
              03 WS-TA-NM-STUDENT     PIC X(20).
              03 WS-TA-CD-TURMA       PIC X(05).
              03 WS-TA-PRESENTE       PIC X(01).
              03 WS-TA-NOTAS          PIC X(01).
              03 WS-TA-EVASAO         PIC X(01).
      * REGISTRO DE PRESENCA.
       77 WS-ESCOLHA                  PIC 9(01)       VALUE 0.
       77 WS-ENCERRAR                 PIC 9(01)       VALUE 0.
       77 WS-NM-OUTRA-PESSOA          PIC X(30)       VALUE SPACES.
       77 WS-QTD-REGISTRADOS          PIC 9(04)       VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(04)       VALUE 0.
      * RESPONSAVEIS DO ALUNO: TODOS (PARA A PRESENCA) E OS MARCADOS
      * PARA CORRESPONDENCIA (REGRA DE GERAR-CARTAS/P300: MARCA EM
      * BRANCO VALE MARCADO; SEM NENHUM MARCADO, O PRIMEIRO RECEBE).
       77 WS-CD-STUDENT-RESP          PIC 9(05)       VALUE 0.
       77 WS-QTD-TODOS-RESPS          PIC 9(02)       VALUE 0.
       01 WS-TABELA-TODOS-RESPS.
           02 WS-TODOS-RESPS-ITEM OCCURS 5 TIMES.
              03 WS-TRS-NOME          PIC X(30).
              03 WS-TRS-TELEFONE      PIC X(15).
       77 WS-QTD-RESPS                PIC 9(02)       VALUE 0.
       77 WS-IDX-RESPS                PIC 9(02)       VALUE 0.
       01 WS-TABELA-RESPS.
           02 WS-RESPS-ITEM OCCURS 5 TIMES.
              03 WS-RTB-NOME          PIC X(30).
              03 WS-RTB-ENDERECO-1    PIC X(40).
              03 WS-RTB-ENDERECO-2    PIC X(40).
              03 WS-RTB-TELEFONE      PIC X(15).
       77 WS-TEM-PRIMEIRO             PIC 9(01)       VALUE 0.
       01 WS-PRIMEIRO-RESP.
           03 WS-PRI-NOME             PIC X(30)       VALUE SPACES.
           03 WS-PRI-ENDERECO-1       PIC X(40)       VALUE SPACES.
           03 WS-PRI-ENDERECO-2       PIC X(40)       VALUE SPACES.
           03 WS-PRI-TELEFONE         PIC X(15)       VALUE SPACES.
      * LISTA DE ACOMPANHAMENTO.
       77 WS-PASSADA                  PIC 9(01)       VALUE 0.
       77 WS-PRIORITARIO              PIC X(01)       VALUE 'N'.
       77 WS-MOTIVO-PRIORIDADE        PIC X(40)       VALUE SPACES.
       77 WS-QTD-AUSENTES             PIC 9(04)       VALUE 0.
       77 WS-QTD-PRIORITARIOS         PIC 9(04)       VALUE 0.
       77 WS-QTD-CARTAS               PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-RESPONSAVEL      PIC 9(05)       VALUE 0.
      * MOTOR DE MODELOS (VEJA GERAR-CARTA-MODELO).
       77 WS-TIPO-CARTA               PIC X(12)       VALUE SPACES.
       77 WS-RETORNO-MODELO           PIC 9(01)       VALUE 0.
       77 WS-IDX-LINHA                PIC 9(02)       VALUE 0.
           COPY CARTA-CAMPOS.
           COPY CARTA-LINHAS.
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
            DISPLAY 'REUNIOES DE PAIS - PRESENCA E ACOMPANHAMENTO'
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
            COMPUTE WS-HOJE-DDMMAAAA = (WS-HOJE-DIA * 1000000)
                    + (WS-HOJE-MES * 10000) + WS-HOJE-ANO

            MOVE 0 TO WS-OPCAO
            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '1 - CADASTRAR REUNIAO DE PAIS'
               DISPLAY '2 - REGISTRAR PRESENCA DAS FAMILIAS'
               DISPLAY '3 - LISTA DE ACOMPANHAMENTO E CARTAS AS '
                       'FAMILIAS AUSENTES'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO.........................: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P100-CADASTRAR-REUNIAO
                  WHEN 2
                     PERFORM P200-REGISTRAR-PRESENCAS
                  WHEN 3
                     IF WS-PERFIL-OPERADOR NOT = 'C' AND
                        WS-PERFIL-OPERADOR NOT = 'A' THEN
                        DISPLAY 'LISTA DE ACOMPANHAMENTO RESTRITA A '
                                'COORDENADOR OU ADMINISTRADOR'
                     ELSE
                        PERFORM P300-LISTA-ACOMPANHAMENTO
                     END-IF
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            STOP RUN.
      *-----------------------------------------------------------------
      * NOVA REUNIAO: CODIGO = MAIOR CODIGO CADASTRADO + 1. SEM
      * NENHUMA TURMA VALIDA NADA EH GRAVADO.
      *-----------------------------------------------------------------
       P100-CADASTRAR-REUNIAO.
            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               MOVE 0 TO WS-REU-DATA
               DISPLAY 'DATA DA REUNIAO (DDMMAAAA, ENTER = HOJE): '
               ACCEPT WS-REU-DATA
               IF WS-REU-DATA = 0 THEN
                  MOVE WS-HOJE-DDMMAAAA TO WS-REU-DATA
               END-IF
               CALL 'QUEBRAR-DATA'
                             USING WS-FORMATO-DATA, WS-REU-DATA,
                                   WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO
               CALL 'VALIDAR-DATA'
                             USING WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO, WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            MOVE 0 TO WS-REU-QTD-TURMAS
            MOVE SPACES TO WS-REU-TABELA-TURMAS
            MOVE 0 TO WS-FIM-TURMAS
            PERFORM WITH TEST BEFORE
                    UNTIL WS-FIM-TURMAS = 1 OR WS-REU-QTD-TURMAS = 10
               MOVE SPACES TO WS-CD-TURMA-DIGITADA
               DISPLAY 'TURMA CONVOCADA (ENTER = FIM).: '
               ACCEPT WS-CD-TURMA-DIGITADA
               IF WS-CD-TURMA-DIGITADA = SPACES THEN
                  MOVE 1 TO WS-FIM-TURMAS
               ELSE
                  PERFORM P110-INCLUIR-TURMA
               END-IF
            END-PERFORM

            IF WS-REU-QTD-TURMAS = 0 THEN
               DISPLAY 'NENHUMA TURMA CONVOCADA - REUNIAO NAO '
                       'CADASTRADA'
            ELSE
               CALL 'LER-PERIODO'
                             USING REG-PERIODO, WS-RETORNO-LER-PERIODO
               IF WS-RETORNO-LER-PERIODO = 0 THEN
                  MOVE PE-ANO-LETIVO TO WS-REU-ANO-LETIVO
                  MOVE PE-BIMESTRE   TO WS-REU-BIMESTRE
               ELSE
                  MOVE WS-DATA-ANO   TO WS-REU-ANO-LETIVO
                  MOVE 0             TO WS-REU-BIMESTRE
               END-IF
               PERFORM P120-PROXIMO-CODIGO
               MOVE WS-REU-CD-REUNIAO    TO RE-CD-REUNIAO
               MOVE WS-REU-DATA          TO RE-DATA
               MOVE WS-REU-ANO-LETIVO    TO RE-ANO-LETIVO
               MOVE WS-REU-BIMESTRE      TO RE-BIMESTRE
               MOVE WS-REU-QTD-TURMAS    TO RE-QTD-TURMAS
               PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                       UNTIL WS-IDX-TURMA > 10
                  MOVE WS-REU-CD-TURMA (WS-IDX-TURMA)
                    TO RE-CD-TURMA (WS-IDX-TURMA)
               END-PERFORM
               MOVE WS-OPERADOR          TO RE-OPERADOR
               MOVE WS-DATA-HOJE         TO RE-DATA-REGISTRO
               OPEN EXTEND REUNIAO-FILE
               IF FS-REUNIAO = '35' THEN
                  OPEN OUTPUT REUNIAO-FILE
               END-IF
               WRITE REG-REUNIAO-PAIS
               CLOSE REUNIAO-FILE
               DISPLAY 'REUNIAO CADASTRADA - CODIGO ' WS-REU-CD-REUNIAO
                       ' - TURMAS: ' WS-REU-QTD-TURMAS
                       ' - PERIODO ' WS-REU-ANO-LETIVO '/'
                       WS-REU-BIMESTRE
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-INCLUIR-TURMA.
            MOVE 0 TO WS-TURMA-DA-REUNIAO
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-REU-QTD-TURMAS
               IF WS-REU-CD-TURMA (WS-IDX-TURMA) = WS-CD-TURMA-DIGITADA
                  THEN
                  MOVE 1 TO WS-TURMA-DA-REUNIAO
               END-IF
            END-PERFORM
            CALL 'BUSCAR-TURMA'
                          USING WS-CD-TURMA-DIGITADA, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
               CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                             TU-CD-UNIDADE,
                                             WS-RETORNO-UNIDADE
            END-IF
            EVALUATE TRUE
               WHEN WS-TURMA-DA-REUNIAO = 1
                  DISPLAY 'TURMA JA INCLUIDA NESTA REUNIAO'
               WHEN WS-RETORNO-BUSCAR-TURMA NOT = 0
                  DISPLAY 'TURMA NAO CADASTRADA (VEJA PROGARQ003)'
               WHEN WS-RETORNO-UNIDADE NOT = 0
                  DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR'
               WHEN TU-ATIVO NOT = 'A'
                  DISPLAY 'TURMA INATIVA'
               WHEN OTHER
                  ADD 1 TO WS-REU-QTD-TURMAS
                  MOVE WS-CD-TURMA-DIGITADA
                    TO WS-REU-CD-TURMA (WS-REU-QTD-TURMAS)
            END-EVALUATE
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P120-PROXIMO-CODIGO.
            MOVE 0 TO WS-MAIOR-CD-REUNIAO
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT REUNIAO-FILE
            IF FS-REUNIAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ REUNIAO-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF RE-CD-REUNIAO > WS-MAIOR-CD-REUNIAO THEN
                              MOVE RE-CD-REUNIAO
                                TO WS-MAIOR-CD-REUNIAO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE REUNIAO-FILE
            END-IF
            COMPUTE WS-REU-CD-REUNIAO = WS-MAIOR-CD-REUNIAO + 1
            .
       P120-FIM.
      *-----------------------------------------------------------------
      * PRESENCA: UM ALUNO POR VEZ, NA ORDEM DO MESTRE. 9 ENCERRA - O
      * QUE JA FOI GRAVADO FICA, E O RESTO VOLTA NA PROXIMA VEZ.
      *-----------------------------------------------------------------
       P200-REGISTRAR-PRESENCAS.
            PERFORM P400-LER-REUNIAO
            IF WS-ACHOU-REUNIAO = 0 THEN
               DISPLAY 'REUNIAO NAO CADASTRADA'
            ELSE
               PERFORM P410-CARREGAR-ALUNOS
               PERFORM P420-MARCAR-PRESENTES
               MOVE 0 TO WS-QTD-REGISTRADOS
               MOVE 0 TO WS-ENCERRAR
               OPEN EXTEND PRESENCA-FILE
               IF FS-PRESENCA = '35' THEN
                  OPEN OUTPUT PRESENCA-FILE
               END-IF
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS OR
                             WS-ENCERRAR = 1
                  IF WS-TA-PRESENTE (WS-IDX-ALUNO) NOT = 'S' THEN
                     PERFORM P210-PRESENCA-DO-ALUNO
                  END-IF
               END-PERFORM
               CLOSE PRESENCA-FILE

               MOVE 0 TO WS-QTD-PENDENTES
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                  IF WS-TA-PRESENTE (WS-IDX-ALUNO) NOT = 'S' THEN
                     ADD 1 TO WS-QTD-PENDENTES
                  END-IF
               END-PERFORM
               DISPLAY 'PRESENCAS REGISTRADAS AGORA...: '
                       WS-QTD-REGISTRADOS
               DISPLAY 'FAMILIAS SEM PRESENCA.........: '
                       WS-QTD-PENDENTES ' DE ' WS-QTD-ALUNOS
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * 1 A 5 = O RESPONSAVEL LISTADO; 8 = OUTRA PESSOA DA FAMILIA
      * (NOME DIGITADO); 0 = NINGUEM VEIO (NADA GRAVADO - A FAMILIA
      * FICA AUSENTE); 9 = ENCERRAR.
      *-----------------------------------------------------------------
       P210-PRESENCA-DO-ALUNO.
            DISPLAY ' '
            DISPLAY 'ALUNO: ' WS-TA-CD-STUDENT (WS-IDX-ALUNO) ' - '
                    WS-TA-NM-STUDENT (WS-IDX-ALUNO) ' TURMA '
                    WS-TA-CD-TURMA (WS-IDX-ALUNO)
            MOVE WS-TA-CD-STUDENT (WS-IDX-ALUNO) TO WS-CD-STUDENT-RESP
            PERFORM P700-BUSCAR-RESPONSAVEL
            IF WS-QTD-TODOS-RESPS = 0 THEN
               DISPLAY '   (SEM RESPONSAVEL CADASTRADO - PROGARQ005)'
            END-IF
            PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                    UNTIL WS-IDX-RESPS > WS-QTD-TODOS-RESPS
               DISPLAY '   ' WS-IDX-RESPS ' - '
                       WS-TRS-NOME (WS-IDX-RESPS)
            END-PERFORM

            MOVE 7 TO WS-ESCOLHA
            PERFORM WITH TEST BEFORE
                    UNTIL WS-ESCOLHA = 0 OR WS-ESCOLHA = 8 OR
                          WS-ESCOLHA = 9 OR
                          (WS-ESCOLHA > 0 AND
                           WS-ESCOLHA NOT > WS-QTD-TODOS-RESPS)
               DISPLAY 'QUEM VEIO (N = RESPONSAVEL, 8 = OUTRA PESSOA, '
                       '0 = NINGUEM, 9 = ENCERRAR): '
               ACCEPT WS-ESCOLHA
            END-PERFORM

            EVALUATE WS-ESCOLHA
               WHEN 0
                  CONTINUE
               WHEN 9
                  MOVE 1 TO WS-ENCERRAR
               WHEN 8
                  MOVE SPACES TO WS-NM-OUTRA-PESSOA
                  PERFORM WITH TEST BEFORE
                          UNTIL WS-NM-OUTRA-PESSOA NOT = SPACES
                     DISPLAY 'NOME DE QUEM VEIO.............: '
                     ACCEPT WS-NM-OUTRA-PESSOA
                  END-PERFORM
                  MOVE WS-NM-OUTRA-PESSOA TO PR-NM-PRESENTE
                  SET PR-OUTRA-PESSOA TO TRUE
                  PERFORM P220-GRAVAR-PRESENCA
               WHEN OTHER
                  MOVE WS-TRS-NOME (WS-ESCOLHA) TO PR-NM-PRESENTE
                  SET PR-RESPONSAVEL-CADASTRADO TO TRUE
                  PERFORM P220-GRAVAR-PRESENCA
            END-EVALUATE
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-GRAVAR-PRESENCA.
            MOVE WS-REU-CD-REUNIAO TO PR-CD-REUNIAO
            MOVE WS-TA-CD-STUDENT (WS-IDX-ALUNO) TO PR-CD-STUDENT
            MOVE WS-TA-CD-TURMA (WS-IDX-ALUNO)   TO PR-CD-TURMA
            MOVE WS-OPERADOR       TO PR-OPERADOR
            MOVE WS-DATA-HOJE      TO PR-DATA-REGISTRO
            WRITE REG-PRESENCA-REUNIAO
            MOVE 'S' TO WS-TA-PRESENTE (WS-IDX-ALUNO)
            ADD 1 TO WS-QTD-REGISTRADOS
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * LISTA DE ACOMPANHAMENTO: DUAS PASSADAS NA TABELA - PRIMEIRO AS
      * FAMILIAS AUSENTES COM MOTIVO DE PRIORIDADE, DEPOIS AS DEMAIS.
      * A CARTA DE CADA FAMILIA SAI NA MESMA ORDEM.
      *-----------------------------------------------------------------
       P300-LISTA-ACOMPANHAMENTO.
            PERFORM P400-LER-REUNIAO
            IF WS-ACHOU-REUNIAO = 0 THEN
               DISPLAY 'REUNIAO NAO CADASTRADA'
            ELSE
               PERFORM P410-CARREGAR-ALUNOS
               PERFORM P420-MARCAR-PRESENTES
               PERFORM P430-MARCAR-NOTAS
               PERFORM P440-MARCAR-EVASAO

               MOVE 0 TO WS-QTD-AUSENTES
               MOVE 0 TO WS-QTD-PRIORITARIOS
               MOVE 0 TO WS-QTD-CARTAS
               MOVE 0 TO WS-QTD-SEM-RESPONSAVEL
               OPEN OUTPUT RELATORIO-FILE
               IF AI-TREINAMENTO THEN
                  WRITE REC-RELATORIO FROM AI-FAIXA
               END-IF
               OPEN OUTPUT CARTAS-FILE
               IF AI-TREINAMENTO THEN
                  WRITE REC-CARTA FROM AI-FAIXA
               END-IF

               MOVE SPACES TO REC-RELATORIO
               STRING 'ACOMPANHAMENTO DA REUNIAO DE PAIS '
                      WS-REU-CD-REUNIAO ' DE ' WS-REU-DATA
                      ' - PERIODO ' WS-REU-ANO-LETIVO '/'
                      WS-REU-BIMESTRE ' - EMITIDO EM ' WS-DATA-HOJE
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               MOVE SPACES TO REC-RELATORIO
               STRING 'TURMAS CONVOCADAS:' DELIMITED BY SIZE
                      INTO REC-RELATORIO
               END-STRING
               PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                       UNTIL WS-IDX-TURMA > WS-REU-QTD-TURMAS
                  MOVE WS-REU-CD-TURMA (WS-IDX-TURMA)
                    TO REC-RELATORIO (14 + (WS-IDX-TURMA * 6):5)
               END-PERFORM
               WRITE REC-RELATORIO

               PERFORM VARYING WS-PASSADA FROM 1 BY 1
                       UNTIL WS-PASSADA > 2
                  MOVE SPACES TO REC-RELATORIO
                  WRITE REC-RELATORIO
                  IF WS-PASSADA = 1 THEN
                     STRING '*** PRIORIDADE: REPROVADO/RECUPERACAO '
                            'NO ANO OU ALERTA DE EVASAO EM ABERTO ***'
                            DELIMITED BY SIZE INTO REC-RELATORIO
                     END-STRING
                  ELSE
                     MOVE '*** DEMAIS FAMILIAS AUSENTES ***'
                       TO REC-RELATORIO
                  END-IF
                  WRITE REC-RELATORIO
                  PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                          UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                     IF WS-TA-PRESENTE (WS-IDX-ALUNO) NOT = 'S' THEN
                        PERFORM P310-CLASSIFICAR-AUSENTE
                        IF (WS-PASSADA = 1 AND WS-PRIORITARIO = 'S')
                           OR
                           (WS-PASSADA = 2 AND WS-PRIORITARIO = 'N')
                           THEN
                           PERFORM P320-IMPRIMIR-AUSENTE
                           PERFORM P600-CARTA-DO-ALUNO
                        END-IF
                     END-IF
                  END-PERFORM
               END-PERFORM

               MOVE SPACES TO REC-RELATORIO
               WRITE REC-RELATORIO
               MOVE SPACES TO REC-RELATORIO
               STRING 'ALUNOS CONVOCADOS: ' WS-QTD-ALUNOS
                      '  FAMILIAS AUSENTES: ' WS-QTD-AUSENTES
                      '  PRIORITARIAS: ' WS-QTD-PRIORITARIOS
                      '  CARTAS: ' WS-QTD-CARTAS
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               CLOSE RELATORIO-FILE
               CLOSE CARTAS-FILE

               DISPLAY 'ALUNOS CONVOCADOS.............: ' WS-QTD-ALUNOS
               DISPLAY 'FAMILIAS AUSENTES.............: '
                       WS-QTD-AUSENTES
               DISPLAY 'PRIORITARIAS..................: '
                       WS-QTD-PRIORITARIOS
               DISPLAY 'CARTAS EMITIDAS...............: ' WS-QTD-CARTAS
               DISPLAY 'SEM RESPONSAVEL CADASTRADO....: '
                       WS-QTD-SEM-RESPONSAVEL
               DISPLAY 'RELATORIO: REUNIAO-ACOMPANHAMENTO.TXT - '
                       'CARTAS: CARTAS-REUNIAO.TXT'
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-CLASSIFICAR-AUSENTE.
            MOVE 'N' TO WS-PRIORITARIO
            MOVE SPACES TO WS-MOTIVO-PRIORIDADE
            EVALUATE TRUE
               WHEN WS-TA-NOTAS (WS-IDX-ALUNO) = 'S' AND
                    WS-TA-EVASAO (WS-IDX-ALUNO) = 'S'
                  MOVE 'S' TO WS-PRIORITARIO
                  MOVE 'REPROVADO/RECUPERACAO E ALERTA DE EVASAO'
                    TO WS-MOTIVO-PRIORIDADE
               WHEN WS-TA-NOTAS (WS-IDX-ALUNO) = 'S'
                  MOVE 'S' TO WS-PRIORITARIO
                  MOVE 'REPROVADO/RECUPERACAO NO ANO'
                    TO WS-MOTIVO-PRIORIDADE
               WHEN WS-TA-EVASAO (WS-IDX-ALUNO) = 'S'
                  MOVE 'S' TO WS-PRIORITARIO
                  MOVE 'ALERTA DE EVASAO EM ABERTO'
                    TO WS-MOTIVO-PRIORIDADE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * UMA LINHA DO ALUNO E UMA POR RESPONSAVEL, COM O TELEFONE.
      *-----------------------------------------------------------------
       P320-IMPRIMIR-AUSENTE.
            ADD 1 TO WS-QTD-AUSENTES
            IF WS-PRIORITARIO = 'S' THEN
               ADD 1 TO WS-QTD-PRIORITARIOS
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING WS-TA-CD-STUDENT (WS-IDX-ALUNO) ' '
                   WS-TA-NM-STUDENT (WS-IDX-ALUNO) ' '
                   WS-TA-CD-TURMA (WS-IDX-ALUNO) '  '
                   WS-MOTIVO-PRIORIDADE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE WS-TA-CD-STUDENT (WS-IDX-ALUNO) TO WS-CD-STUDENT-RESP
            PERFORM P700-BUSCAR-RESPONSAVEL
            IF WS-QTD-TODOS-RESPS = 0 THEN
               MOVE '      SEM RESPONSAVEL CADASTRADO (PROGARQ005)'
                 TO REC-RELATORIO
               WRITE REC-RELATORIO
            END-IF
            PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                    UNTIL WS-IDX-RESPS > WS-QTD-TODOS-RESPS
               MOVE SPACES TO REC-RELATORIO
               STRING '      RESPONSAVEL: ' WS-TRS-NOME (WS-IDX-RESPS)
                      ' TEL: ' WS-TRS-TELEFONE (WS-IDX-RESPS)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-PERFORM
            .
       P320-FIM.
      *-----------------------------------------------------------------
       P400-LER-REUNIAO.
            DISPLAY 'CODIGO DA REUNIAO.............: '
            ACCEPT WS-CD-REUNIAO-DIGITADO
            MOVE 0 TO WS-ACHOU-REUNIAO
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT REUNIAO-FILE
            IF FS-REUNIAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ REUNIAO-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF RE-CD-REUNIAO = WS-CD-REUNIAO-DIGITADO
                              THEN
                              MOVE 1 TO WS-ACHOU-REUNIAO
                              MOVE 'F' TO WS-EOF-AUX
                              PERFORM P405-GUARDAR-REUNIAO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE REUNIAO-FILE
            END-IF
            IF WS-ACHOU-REUNIAO = 1 THEN
               DISPLAY 'REUNIAO ' WS-REU-CD-REUNIAO ' DE '
                       WS-REU-DATA ' - PERIODO ' WS-REU-ANO-LETIVO '/'
                       WS-REU-BIMESTRE ' - TURMAS: '
                       WS-REU-QTD-TURMAS
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P405-GUARDAR-REUNIAO.
            MOVE RE-CD-REUNIAO TO WS-REU-CD-REUNIAO
            MOVE RE-DATA       TO WS-REU-DATA
            MOVE RE-ANO-LETIVO TO WS-REU-ANO-LETIVO
            MOVE RE-BIMESTRE   TO WS-REU-BIMESTRE
            MOVE RE-QTD-TURMAS TO WS-REU-QTD-TURMAS
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > 10
               MOVE RE-CD-TURMA (WS-IDX-TURMA)
                 TO WS-REU-CD-TURMA (WS-IDX-TURMA)
            END-PERFORM
            .
       P405-FIM.
      *-----------------------------------------------------------------
      * ALUNOS ATIVOS CUJA TURMA ATUAL NO MESTRE EH UMA DAS CONVOCADAS.
      *-----------------------------------------------------------------
       P410-CARREGAR-ALUNOS.
            MOVE 0 TO WS-QTD-ALUNOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ STUDENT
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF ST-ATIVO AND WS-RETORNO-UNIDADE = 0 THEN
                              PERFORM P415-GUARDAR-ALUNO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE STUDENT
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
       P415-GUARDAR-ALUNO.
            MOVE 0 TO WS-TURMA-DA-REUNIAO
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-REU-QTD-TURMAS
               IF WS-REU-CD-TURMA (WS-IDX-TURMA) = CD-TURMA THEN
                  MOVE 1 TO WS-TURMA-DA-REUNIAO
               END-IF
            END-PERFORM
            IF WS-TURMA-DA-REUNIAO = 1 AND WS-QTD-ALUNOS < 1000 THEN
               ADD 1 TO WS-QTD-ALUNOS
               MOVE CD-STUDENT TO WS-TA-CD-STUDENT (WS-QTD-ALUNOS)
               MOVE NM-STUDENT TO WS-TA-NM-STUDENT (WS-QTD-ALUNOS)
               MOVE CD-TURMA   TO WS-TA-CD-TURMA (WS-QTD-ALUNOS)
               MOVE 'N' TO WS-TA-PRESENTE (WS-QTD-ALUNOS)
               MOVE 'N' TO WS-TA-NOTAS (WS-QTD-ALUNOS)
               MOVE 'N' TO WS-TA-EVASAO (WS-QTD-ALUNOS)
            END-IF
            .
       P415-FIM.
      *-----------------------------------------------------------------
       P420-MARCAR-PRESENTES.
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT PRESENCA-FILE
            IF FS-PRESENCA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ PRESENCA-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF PR-CD-REUNIAO = WS-REU-CD-REUNIAO THEN
                              MOVE PR-CD-STUDENT TO WS-CD-STUDENT-RESP
                              PERFORM P450-LOCALIZAR-ALUNO
                              IF WS-ALUNO-ACHADO > 0 THEN
                                 MOVE 'S' TO
                                      WS-TA-PRESENTE (WS-ALUNO-ACHADO)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PRESENCA-FILE
            END-IF
            .
       P420-FIM.
      *-----------------------------------------------------------------
      * REPROVADO OU RECUPERACAO NO ANO LETIVO DA REUNIAO; O REGISTRO
      * ESTORNADO (CORRIGIR-NOTA) NAO CONTA.
      *-----------------------------------------------------------------
       P430-MARCAR-NOTAS.
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT NOTAS-HIST-FILE
            IF FS-NOTAS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ NOTAS-HIST-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF NOT NH-REGISTRO-ESTORNADO AND
                              NH-ANO-LETIVO = WS-REU-ANO-LETIVO AND
                              (NH-STATUS (1:9) = 'REPROVADO' OR
                               NH-STATUS = 'RECUPERACAO') THEN
                              MOVE NH-CD-STUDENT TO WS-CD-STUDENT-RESP
                              PERFORM P450-LOCALIZAR-ALUNO
                              IF WS-ALUNO-ACHADO > 0 THEN
                                 MOVE 'S' TO
                                      WS-TA-NOTAS (WS-ALUNO-ACHADO)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST-FILE
            END-IF
            .
       P430-FIM.
      *-----------------------------------------------------------------
      * ALERTAS-EVASAO.TXT EH REGRAVADO A CADA ALERTA-EVASAO: O QUE
      * ESTA NELE EH O ALERTA EM ABERTO.
      *-----------------------------------------------------------------
       P440-MARCAR-EVASAO.
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT ALERTA-FILE
            IF FS-ALERTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ ALERTA-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           MOVE AL-CD-STUDENT TO WS-CD-STUDENT-RESP
                           PERFORM P450-LOCALIZAR-ALUNO
                           IF WS-ALUNO-ACHADO > 0 THEN
                              MOVE 'S' TO
                                   WS-TA-EVASAO (WS-ALUNO-ACHADO)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ALERTA-FILE
            END-IF
            .
       P440-FIM.
      *-----------------------------------------------------------------
       P450-LOCALIZAR-ALUNO.
            MOVE 0 TO WS-ALUNO-ACHADO
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS OR
                          WS-ALUNO-ACHADO > 0
               IF WS-TA-CD-STUDENT (WS-IDX-ALUNO) = WS-CD-STUDENT-RESP
                  THEN
                  MOVE WS-IDX-ALUNO TO WS-ALUNO-ACHADO
               END-IF
            END-PERFORM
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * CARTA A FAMILIA AUSENTE: UMA POR RESPONSAVEL MARCADO (P700),
      * PELO MODELO 'REUNIAO' OU, SEM ELE, PELO TEXTO PADRAO. P320 JA
      * CARREGOU OS RESPONSAVEIS DO ALUNO.
      *-----------------------------------------------------------------
       P600-CARTA-DO-ALUNO.
            IF WS-QTD-RESPS = 0 THEN
               ADD 1 TO WS-QTD-SEM-RESPONSAVEL
               MOVE SPACES TO REC-CARTA
               STRING '*** SEM RESPONSAVEL CADASTRADO: ALUNO '
                      WS-TA-CD-STUDENT (WS-IDX-ALUNO) ' - '
                      WS-TA-NM-STUDENT (WS-IDX-ALUNO)
                      ' (CADASTRE NO PROGARQ005) ***'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
               WRITE REC-CARTA
            ELSE
               PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                       UNTIL WS-IDX-RESPS > WS-QTD-RESPS
                  ADD 1 TO WS-QTD-CARTAS
                  INITIALIZE CAMPOS-CARTA
                  MOVE WS-TA-NM-STUDENT (WS-IDX-ALUNO) TO CC-NOME-ALUNO
                  MOVE WS-RTB-NOME (WS-IDX-RESPS) TO CC-NOME-RESP
                  MOVE WS-RTB-ENDERECO-1 (WS-IDX-RESPS)
                    TO CC-ENDERECO-1
                  MOVE WS-RTB-ENDERECO-2 (WS-IDX-RESPS)
                    TO CC-ENDERECO-2
                  MOVE WS-RTB-TELEFONE (WS-IDX-RESPS) TO CC-TELEFONE
                  MOVE WS-TA-CD-TURMA (WS-IDX-ALUNO) TO CC-TURMA
                  MOVE WS-REU-DATA TO CC-DATA-PROVA
                  MOVE WS-DATA-HOJE TO CC-DATA-EMISSAO
                  MOVE WS-REU-ANO-LETIVO TO CC-ANO
                  MOVE WS-REU-BIMESTRE TO CC-BIMESTRE
                  MOVE WS-MOTIVO-PRIORIDADE TO CC-DESCRICAO
                  MOVE 'REUNIAO' TO WS-TIPO-CARTA
                  CALL 'GERAR-CARTA-MODELO'
                                USING WS-TIPO-CARTA, CAMPOS-CARTA,
                                      LINHAS-CARTA,
                                      WS-RETORNO-MODELO
                  IF WS-RETORNO-MODELO = 0 THEN
                     PERFORM P610-GRAVAR-LINHAS-MODELO
                  ELSE
                     PERFORM P620-CARTA-PADRAO
                  END-IF
               END-PERFORM
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-GRAVAR-LINHAS-MODELO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > LC-QTD-LINHAS
               MOVE LC-LINHA (WS-IDX-LINHA) TO REC-CARTA
               WRITE REC-CARTA
            END-PERFORM
            .
       P610-FIM.
      *-----------------------------------------------------------------
      * TEXTO PADRAO (SO SEM MODELO 'REUNIAO' EM MODELOS-CARTA.TXT).
      *-----------------------------------------------------------------
       P620-CARTA-PADRAO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'AO(A) SR(A). ' CC-NOME-RESP
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE CC-ENDERECO-1 TO REC-CARTA
            WRITE REC-CARTA
            MOVE CC-ENDERECO-2 TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'SENTIMOS SUA FALTA NA REUNIAO DE PAIS DE '
                   CC-DATA-PROVA ' (' CC-BIMESTRE 'O BIMESTRE DE '
                   CC-ANO ').'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'NELA TRATAMOS DO DESEMPENHO E DA FREQUENCIA DO(A) '
                   'ALUNO(A) ' CC-NOME-ALUNO
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING '(TURMA ' CC-TURMA '). PEDIMOS O COMPARECIMENTO DE '
                   'UM RESPONSAVEL A COORDENACAO'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'PEDAGOGICA NOS PROXIMOS DIAS PARA CONVERSARMOS.'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            IF CC-DESCRICAO NOT = SPACES THEN
               MOVE SPACES TO REC-CARTA
               STRING 'ASSUNTO QUE REQUER SUA ATENCAO: ' CC-DESCRICAO
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
               WRITE REC-CARTA
            END-IF

            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'EMITIDO EM ' WS-DATA-HOJE
                   ' - COORDENACAO PEDAGOGICA'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            .
       P620-FIM.
      *-----------------------------------------------------------------
      * RESPONSAVEIS DO ALUNO WS-CD-STUDENT-RESP: TODOS (ATE 5, PARA
      * A PRESENCA E OS TELEFONES) E OS MARCADOS PARA CORRESPONDENCIA.
      *-----------------------------------------------------------------
       P700-BUSCAR-RESPONSAVEL.
            MOVE 0 TO WS-QTD-TODOS-RESPS
            MOVE 0 TO WS-QTD-RESPS
            MOVE 0 TO WS-TEM-PRIMEIRO
            MOVE 'N' TO WS-EOF-AUX
            INITIALIZE WS-PRIMEIRO-RESP

            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF RP-CD-STUDENT = WS-CD-STUDENT-RESP THEN
                              PERFORM P710-GUARDAR-RESPONSAVEL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF

      * NENHUM MARCADO, MAS EXISTE RESPONSAVEL: O PRIMEIRO RECEBE.
            IF WS-QTD-RESPS = 0 AND WS-TEM-PRIMEIRO = 1 THEN
               MOVE 1 TO WS-QTD-RESPS
               MOVE WS-PRI-NOME TO WS-RTB-NOME (1)
               MOVE WS-PRI-ENDERECO-1 TO WS-RTB-ENDERECO-1 (1)
               MOVE WS-PRI-ENDERECO-2 TO WS-RTB-ENDERECO-2 (1)
               MOVE WS-PRI-TELEFONE TO WS-RTB-TELEFONE (1)
            END-IF
            .
       P700-FIM.
      *-----------------------------------------------------------------
       P710-GUARDAR-RESPONSAVEL.
            IF WS-QTD-TODOS-RESPS < 5 THEN
               ADD 1 TO WS-QTD-TODOS-RESPS
               MOVE RP-NM-RESPONSAVEL
                 TO WS-TRS-NOME (WS-QTD-TODOS-RESPS)
               MOVE RP-TELEFONE
                 TO WS-TRS-TELEFONE (WS-QTD-TODOS-RESPS)
            END-IF
            IF WS-TEM-PRIMEIRO = 0 THEN
               MOVE 1 TO WS-TEM-PRIMEIRO
               MOVE RP-NM-RESPONSAVEL TO WS-PRI-NOME
               MOVE RP-ENDERECO-1     TO WS-PRI-ENDERECO-1
               MOVE RP-ENDERECO-2     TO WS-PRI-ENDERECO-2
               MOVE RP-TELEFONE       TO WS-PRI-TELEFONE
            END-IF
      * MARCA EM BRANCO EH REGISTRO ANTERIOR AO CAMPO - VALE MARCADO.
            IF RP-CORRESPONDENCIA NOT = 'N' AND
               WS-QTD-RESPS < 5 THEN
               ADD 1 TO WS-QTD-RESPS
               MOVE RP-NM-RESPONSAVEL
                 TO WS-RTB-NOME (WS-QTD-RESPS)
               MOVE RP-ENDERECO-1
                 TO WS-RTB-ENDERECO-1 (WS-QTD-RESPS)
               MOVE RP-ENDERECO-2
                 TO WS-RTB-ENDERECO-2 (WS-QTD-RESPS)
               MOVE RP-TELEFONE
                 TO WS-RTB-TELEFONE (WS-QTD-RESPS)
            END-IF
            .
       P710-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'REUNIAO-PAIS' TO LY-PROGRAMA
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
       END PROGRAM REUNIAO-PAIS.
