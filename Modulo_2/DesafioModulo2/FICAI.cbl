      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: FICHA DE ACOMPANHAMENTO DA INFREQUENCIA (FICAI) - O
      *          CASO DO ALUNO QUE SUMIU, DO ALERTA ATE O CONSELHO
      *          TUTELAR, NO LUGAR DO CADERNO DA COORDENACAO (SO
      *          OPERADOR CADASTRADO ENTRA):
      *          (1) ABRE UM CASO PARA CADA ALUNO ATIVO DOS ALERTAS DO
      *              ALERTA-EVASAO (ALERTAS-EVASAO.TXT) QUE AINDA NAO
      *              TEM CASO EM ANDAMENTO;
      *          (2) REGISTRA UMA ETAPA DO CASO COM DATA, OPERADOR E
      *              DESCRICAO: TENTATIVA DE CONTATO, VISITA
      *              DOMICILIAR, ENCAMINHAMENTO AO CONSELHO TUTELAR
      *              (SO DEPOIS DE UMA TENTATIVA OU VISITA) OU RETORNO
      *              DO ALUNO, QUE ENCERRA O CASO;
      *          (3) MOSTRA O CASO COM O HISTORICO DAS ETAPAS;
      *          (4) LISTA OS CASOS EM ANDAMENTO.
      *          O ARQUIVO (CASOS-FICAI.TXT, VEJA CASO-FICAI-RECORD.CPY)
      *          FICA EM MEMORIA E EH REGRAVADO NA SAIDA. O
      *          ENCERRAMENTO AUTOMATICO PELA CHAMADA E O RELATORIO DE
      *          PRAZOS VENCIDOS FICAM NO FICAI-ACOMPANHAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT CASO-FILE ASSIGN TO
           '../../CASOS-FICAI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASO.

           SELECT ALERTA-FILE ASSIGN TO
           '../../ALERTAS-EVASAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALERTA.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD CASO-FILE.
           COPY CASO-FICAI-RECORD.
       FD ALERTA-FILE.
           COPY ALERTA-EVASAO-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-CASO                     PIC X(02)       VALUE SPACES.
       77 FS-ALERTA                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS), CONFERIDA PELA TURMA DO ALERTA/CASO: SO ABRE, MOSTRA,
      * ALTERA E LISTA CASO DE TURMA DA UNIDADE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-CASO-DIGITADO            PIC 9(05)       VALUE 0.
       77 WS-TIPO-ETAPA               PIC X(01)       VALUE SPACE.
       77 WS-DESCRICAO-DIGITADA       PIC X(50)       VALUE SPACES.
       77 WS-ETAPA-ACEITA             PIC 9(01)       VALUE 0.
      * DATAS: DIGITADAS EM DDMMAAAA; A FORMA AAAAMMDD (ORDINAL) EH A
      * QUE SE COMPARA COM HOJE E COM A ULTIMA ETAPA.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HOJE-DDMMAAAA            PIC 9(08)       VALUE 0.
       77 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-DATA-ORDINAL             PIC 9(08)       VALUE 0.
       77 WS-ORDINAL-ETAPA            PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
      * CASOS E ETAPAS EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA
      * SAIDA).
       77 WS-QTD-REGISTROS            PIC 9(05)       VALUE 0.
       77 WS-IDX-REG                  PIC 9(05)       VALUE 0.
       77 WS-POS-CASO                 PIC 9(05)       VALUE 0.
       77 WS-MAIOR-CASO               PIC 9(05)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-CASOS.
           02 WS-CASO-ITEM OCCURS 20000 TIMES.
              03 WS-TAB-REG-CASO      PIC X(80).
      * CONTAGENS DA ABERTURA PELOS ALERTAS.
       77 WS-QTD-ALERTAS              PIC 9(05)       VALUE 0.
       77 WS-QTD-ABERTOS              PIC 9(05)       VALUE 0.
       77 WS-QTD-JA-EM-ANDAMENTO      PIC 9(05)       VALUE 0.
       77 WS-QTD-FORA-DA-ESCOLA       PIC 9(05)       VALUE 0.
       77 WS-QTD-LISTADOS             PIC 9(05)       VALUE 0.
      * DESCRICOES DAS ETAPAS E DAS SITUACOES PARA A TELA.
       77 WS-DESCRICAO-ETAPA          PIC X(22)       VALUE SPACES.
       77 WS-DESCRICAO-SITUACAO       PIC X(12)       VALUE SPACES.
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
            DISPLAY 'FICAI - ACOMPANHAMENTO DA INFREQUENCIA'
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

            PERFORM P050-CARREGAR-CASOS
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'CASOS-FICAI.TXT MAIOR QUE A TABELA (20000) - '
                       'NADA ALTERADO'
               STOP RUN
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-TRABALHO
            SET FORMATO-AAAAMMDD TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-HOJE-DDMMAAAA = (WS-DIA * 1000000)
                    + (WS-MES * 10000) + WS-ANO

            MOVE 0 TO WS-OPCAO
            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '1 - ABRIR CASOS PELOS ALERTAS DE EVASAO'
               DISPLAY '2 - REGISTRAR ETAPA DE UM CASO'
               DISPLAY '3 - CONSULTAR CASO (HISTORICO)'
               DISPLAY '4 - LISTAR CASOS EM ANDAMENTO'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO.........................: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-ABRIR-PELOS-ALERTAS
                  WHEN 2
                     PERFORM P300-REGISTRAR-ETAPA
                  WHEN 3
                     PERFORM P400-CONSULTAR-CASO
                  WHEN 4
                     PERFORM P500-LISTAR-EM-ANDAMENTO
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            IF WS-HOUVE-ALTERACAO = 'S' THEN
               PERFORM P900-REGRAVAR-CASOS
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-CASOS.
            MOVE 0 TO WS-QTD-REGISTROS
            MOVE 0 TO WS-MAIOR-CASO
            MOVE 'N' TO WS-EOF
            OPEN INPUT CASO-FILE
            IF FS-CASO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CASO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-REGISTROS < 20000 THEN
                              ADD 1 TO WS-QTD-REGISTROS
                              MOVE REG-CASO-FICAI
                                TO WS-TAB-REG-CASO (WS-QTD-REGISTROS)
                              IF CF-NR-CASO > WS-MAIOR-CASO THEN
                                 MOVE CF-NR-CASO TO WS-MAIOR-CASO
                              END-IF
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CASO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * CONFERE UMA DATA DDMMAAAA (WS-DATA-DIGITADA) E DEVOLVE A FORMA
      * AAAAMMDD EM WS-DATA-ORDINAL.
      *-----------------------------------------------------------------
       P060-CONFERIR-DATA.
            MOVE WS-DATA-DIGITADA TO WS-DATA-TRABALHO
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                          WS-DATA-VALIDA
            COMPUTE WS-DATA-ORDINAL = (WS-ANO * 10000)
                    + (WS-MES * 100) + WS-DIA
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * CASO EM ANDAMENTO (NAO ENCERRADO) DO ALUNO WS-CD-DIGITADO.
      *-----------------------------------------------------------------
       P070-LOCALIZAR-CASO-DO-ALUNO.
            MOVE 0 TO WS-POS-CASO
            PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                    UNTIL WS-IDX-REG > WS-QTD-REGISTROS
                       OR WS-POS-CASO > 0
               MOVE WS-TAB-REG-CASO (WS-IDX-REG) TO REG-CASO-FICAI
               IF CF-REG-CASO AND CF-CD-STUDENT = WS-CD-DIGITADO
                  AND NOT CF-ENCERRADO THEN
                  MOVE WS-IDX-REG TO WS-POS-CASO
               END-IF
            END-PERFORM
            IF WS-POS-CASO > 0 THEN
               MOVE WS-TAB-REG-CASO (WS-POS-CASO) TO REG-CASO-FICAI
            END-IF
            .
       P070-FIM.
      *-----------------------------------------------------------------
      * CASO PELO NUMERO (WS-CASO-DIGITADO); NUMERO ZERO PERGUNTA O
      * ALUNO E ACHA O CASO EM ANDAMENTO DELE.
      *-----------------------------------------------------------------
       P080-LOCALIZAR-CASO.
            DISPLAY 'NUMERO DO CASO (0 = PELO ALUNO): '
            ACCEPT WS-CASO-DIGITADO
            IF WS-CASO-DIGITADO = 0 THEN
               DISPLAY 'CODIGO DO ALUNO...............: '
               ACCEPT WS-CD-DIGITADO
               PERFORM P070-LOCALIZAR-CASO-DO-ALUNO
            ELSE
               MOVE 0 TO WS-POS-CASO
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                       UNTIL WS-IDX-REG > WS-QTD-REGISTROS
                          OR WS-POS-CASO > 0
                  MOVE WS-TAB-REG-CASO (WS-IDX-REG) TO REG-CASO-FICAI
                  IF CF-REG-CASO AND CF-NR-CASO = WS-CASO-DIGITADO THEN
                     MOVE WS-IDX-REG TO WS-POS-CASO
                  END-IF
               END-PERFORM
               IF WS-POS-CASO > 0 THEN
                  MOVE WS-TAB-REG-CASO (WS-POS-CASO) TO REG-CASO-FICAI
               END-IF
            END-IF
            IF WS-POS-CASO = 0 THEN
               DISPLAY 'CASO NAO ENCONTRADO'
            ELSE
               MOVE CF-CD-TURMA TO WS-TURMA-UNIDADE
               PERFORM P095-UNIDADE-DA-TURMA
               IF WS-RETORNO-UNIDADE NOT = 0 THEN
                  DISPLAY 'CASO DE TURMA DE OUTRA UNIDADE ESCOLAR'
                  MOVE 0 TO WS-POS-CASO
               END-IF
            END-IF
            .
       P080-FIM.
      *-----------------------------------------------------------------
       P090-DESCREVER-ETAPA.
            EVALUATE WS-TIPO-ETAPA
               WHEN 'A'
                  MOVE 'ABERTURA' TO WS-DESCRICAO-ETAPA
               WHEN 'T'
                  MOVE 'TENTATIVA DE CONTATO' TO WS-DESCRICAO-ETAPA
               WHEN 'V'
                  MOVE 'VISITA DOMICILIAR' TO WS-DESCRICAO-ETAPA
               WHEN 'C'
                  MOVE 'CONSELHO TUTELAR' TO WS-DESCRICAO-ETAPA
               WHEN 'R'
                  MOVE 'RETORNO DO ALUNO' TO WS-DESCRICAO-ETAPA
               WHEN 'F'
                  MOVE 'ENCERRADO PELA CHAMADA' TO WS-DESCRICAO-ETAPA
               WHEN OTHER
                  MOVE SPACES TO WS-DESCRICAO-ETAPA
            END-EVALUATE
            .
       P090-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P095-UNIDADE-DA-TURMA.
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
       P095-FIM.
      *-----------------------------------------------------------------
      * ABERTURA PELOS ALERTAS: UM CASO POR ALUNO ATIVO SEM CASO EM
      * ANDAMENTO, COM A ETAPA 'A' NO HISTORICO.
      *-----------------------------------------------------------------
       P200-ABRIR-PELOS-ALERTAS.
            MOVE 0 TO WS-QTD-ALERTAS
            MOVE 0 TO WS-QTD-ABERTOS
            MOVE 0 TO WS-QTD-JA-EM-ANDAMENTO
            MOVE 0 TO WS-QTD-FORA-DA-ESCOLA
            MOVE 'N' TO WS-EOF
            OPEN INPUT ALERTA-FILE
            IF FS-ALERTA NOT = '00' THEN
               DISPLAY 'SEM ALERTAS (ALERTAS-EVASAO.TXT) - RODE O '
                       'ALERTA-EVASAO ANTES'
            ELSE
               OPEN INPUT STUDENT
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ALERTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE AL-CD-TURMA TO WS-TURMA-UNIDADE
                           PERFORM P095-UNIDADE-DA-TURMA
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              ADD 1 TO WS-QTD-ALERTAS
                              PERFORM P210-ABRIR-CASO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE STUDENT
               CLOSE ALERTA-FILE

               DISPLAY 'ALERTAS LIDOS.................: '
                       WS-QTD-ALERTAS
               DISPLAY 'CASOS ABERTOS.................: '
                       WS-QTD-ABERTOS
               DISPLAY 'JA COM CASO EM ANDAMENTO......: '
                       WS-QTD-JA-EM-ANDAMENTO
               DISPLAY 'FORA DA ESCOLA (NAO ATIVOS)...: '
                       WS-QTD-FORA-DA-ESCOLA
               IF WS-ESTOURO-TABELA = 'S' THEN
                  DISPLAY '*** ATENCAO: CASOS-FICAI.TXT LOTADO (20000)'
                          ' - ALERTAS RESTANTES SEM CASO ***'
               END-IF
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-ABRIR-CASO.
            MOVE AL-CD-STUDENT TO WS-CD-DIGITADO
            PERFORM P070-LOCALIZAR-CASO-DO-ALUNO
            IF WS-POS-CASO > 0 THEN
               ADD 1 TO WS-QTD-JA-EM-ANDAMENTO
            ELSE
               MOVE AL-CD-STUDENT TO WS-STUDENT-REL-KEY
               MOVE SPACE TO ST-ALUNO
               READ STUDENT
                    INVALID KEY
                       MOVE SPACE TO ST-ALUNO
               END-READ
               EVALUATE TRUE
                  WHEN NOT ST-ATIVO
                     ADD 1 TO WS-QTD-FORA-DA-ESCOLA
                  WHEN WS-QTD-REGISTROS > 19998
                     MOVE 'S' TO WS-ESTOURO-TABELA
                  WHEN OTHER
                     ADD 1 TO WS-MAIOR-CASO
                     INITIALIZE REG-CASO-FICAI
                     MOVE WS-MAIOR-CASO TO CF-NR-CASO
                     MOVE 'C' TO CF-TIPO-REGISTRO
                     MOVE AL-CD-STUDENT TO CF-CD-STUDENT
                     MOVE CD-TURMA TO CF-CD-TURMA
                     MOVE WS-HOJE-DDMMAAAA TO CF-DATA-ABERTURA
                     MOVE AL-QTD-DIAS-SEGUIDOS TO CF-QTD-DIAS-ALERTA
                     MOVE AL-ULTIMA-PRESENCA TO CF-ULTIMA-PRESENCA
                     MOVE 'A' TO CF-SITUACAO
                     MOVE 'A' TO CF-ETAPA-ATUAL
                     MOVE WS-HOJE-DDMMAAAA TO CF-DATA-ETAPA-ATUAL
                     MOVE 0 TO CF-QTD-TENTATIVAS
                     MOVE 0 TO CF-DATA-ENCERRAMENTO
                     MOVE WS-OPERADOR TO CF-OPERADOR-ABERTURA
                     ADD 1 TO WS-QTD-REGISTROS
                     MOVE REG-CASO-FICAI
                       TO WS-TAB-REG-CASO (WS-QTD-REGISTROS)

                     INITIALIZE REG-CASO-FICAI
                     MOVE WS-MAIOR-CASO TO CF-NR-CASO
                     MOVE 'E' TO CF-TIPO-REGISTRO
                     MOVE 'A' TO CF-ET-TIPO
                     MOVE WS-HOJE-DDMMAAAA TO CF-ET-DATA
                     MOVE WS-OPERADOR TO CF-ET-OPERADOR
                     STRING 'ALERTA DE EVASAO: '
                            AL-QTD-DIAS-SEGUIDOS
                            ' DIA(S) SEGUIDOS SEM PRESENCA'
                            DELIMITED BY SIZE INTO CF-ET-DESCRICAO
                     END-STRING
                     ADD 1 TO WS-QTD-REGISTROS
                     MOVE REG-CASO-FICAI
                       TO WS-TAB-REG-CASO (WS-QTD-REGISTROS)

                     ADD 1 TO WS-QTD-ABERTOS
                     MOVE 'S' TO WS-HOUVE-ALTERACAO
                     DISPLAY 'CASO ' WS-MAIOR-CASO ' ABERTO: ALUNO '
                             AL-CD-STUDENT ' ' AL-NM-STUDENT
               END-EVALUATE
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * NOVA ETAPA: A DATA NAO PODE SER FUTURA NEM ANTERIOR A ULTIMA
      * ETAPA; O ENCAMINHAMENTO AO CONSELHO EXIGE TENTATIVA OU VISITA
      * ANTES (E SO ACONTECE UMA VEZ); O RETORNO ENCERRA O CASO.
      *-----------------------------------------------------------------
       P300-REGISTRAR-ETAPA.
            PERFORM P080-LOCALIZAR-CASO
            IF WS-POS-CASO > 0 THEN
               IF CF-ENCERRADO THEN
                  DISPLAY 'CASO JA ENCERRADO EM ' CF-DATA-ENCERRAMENTO
               ELSE
                  PERFORM P310-MOSTRAR-CABECALHO
                  PERFORM P320-ACEITAR-ETAPA
                  IF WS-ETAPA-ACEITA = 1 THEN
                     PERFORM P330-GRAVAR-ETAPA
                  END-IF
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-MOSTRAR-CABECALHO.
            EVALUATE TRUE
               WHEN CF-ABERTO
                  MOVE 'NA ESCOLA' TO WS-DESCRICAO-SITUACAO
               WHEN CF-NO-CONSELHO
                  MOVE 'NO CONSELHO' TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                  MOVE 'ENCERRADO' TO WS-DESCRICAO-SITUACAO
            END-EVALUATE
            MOVE CF-ETAPA-ATUAL TO WS-TIPO-ETAPA
            PERFORM P090-DESCREVER-ETAPA
            DISPLAY 'CASO ' CF-NR-CASO '  ALUNO ' CF-CD-STUDENT
                    '  TURMA ' CF-CD-TURMA '  ABERTO EM '
                    CF-DATA-ABERTURA
            DISPLAY 'SITUACAO: ' WS-DESCRICAO-SITUACAO
                    '  ULTIMA ETAPA: ' WS-DESCRICAO-ETAPA ' EM '
                    CF-DATA-ETAPA-ATUAL
                    '  TENTATIVAS: ' CF-QTD-TENTATIVAS
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-ACEITAR-ETAPA.
            MOVE 0 TO WS-ETAPA-ACEITA
            DISPLAY 'ETAPA (T=TENTATIVA DE CONTATO V=VISITA '
                    'C=CONSELHO R=RETORNO): '
            ACCEPT WS-TIPO-ETAPA
            EVALUATE TRUE
               WHEN WS-TIPO-ETAPA NOT = 'T' AND
                    WS-TIPO-ETAPA NOT = 'V' AND
                    WS-TIPO-ETAPA NOT = 'C' AND
                    WS-TIPO-ETAPA NOT = 'R'
                  DISPLAY 'ETAPA INVALIDA'
               WHEN WS-TIPO-ETAPA = 'C' AND CF-NO-CONSELHO
                  DISPLAY 'CASO JA ENCAMINHADO AO CONSELHO TUTELAR'
               WHEN WS-TIPO-ETAPA = 'C' AND CF-QTD-TENTATIVAS = 0
                    AND CF-ETAPA-ATUAL NOT = 'V'
                  DISPLAY 'ENCAMINHAMENTO EXIGE TENTATIVA DE CONTATO OU'
                          ' VISITA REGISTRADA ANTES'
               WHEN OTHER
                  MOVE 1 TO WS-ETAPA-ACEITA
            END-EVALUATE

            IF WS-ETAPA-ACEITA = 1 THEN
               MOVE CF-DATA-ETAPA-ATUAL TO WS-DATA-DIGITADA
               PERFORM P060-CONFERIR-DATA
               MOVE WS-DATA-ORDINAL TO WS-ORDINAL-ETAPA
               MOVE 0 TO WS-DATA-VALIDA
               PERFORM WITH TEST AFTER UNTIL WS-DATA-VALIDA = 1
                  DISPLAY 'DATA DA ETAPA (DDMMAAAA, 0 = HOJE): '
                  ACCEPT WS-DATA-DIGITADA
                  IF WS-DATA-DIGITADA = 0 THEN
                     MOVE WS-HOJE-DDMMAAAA TO WS-DATA-DIGITADA
                  END-IF
                  PERFORM P060-CONFERIR-DATA
                  EVALUATE TRUE
                     WHEN WS-DATA-VALIDA NOT = 1
                        DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
                     WHEN WS-DATA-ORDINAL > WS-DATA-HOJE
                        DISPLAY 'DATA FUTURA - TENTE NOVAMENTE'
                        MOVE 0 TO WS-DATA-VALIDA
                     WHEN WS-DATA-ORDINAL < WS-ORDINAL-ETAPA
                        DISPLAY 'DATA ANTERIOR A ULTIMA ETAPA ('
                                CF-DATA-ETAPA-ATUAL ') - TENTE '
                                'NOVAMENTE'
                        MOVE 0 TO WS-DATA-VALIDA
                  END-EVALUATE
               END-PERFORM

               MOVE SPACES TO WS-DESCRICAO-DIGITADA
               PERFORM WITH TEST AFTER
                       UNTIL WS-DESCRICAO-DIGITADA NOT = SPACES
                  DISPLAY 'DESCRICAO (QUEM, COMO, RESULTADO): '
                  ACCEPT WS-DESCRICAO-DIGITADA
               END-PERFORM
            END-IF
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * ANEXA A ETAPA AO HISTORICO E ATUALIZA O CASO.
      *-----------------------------------------------------------------
       P330-GRAVAR-ETAPA.
            IF WS-QTD-REGISTROS >= 20000 THEN
               DISPLAY 'CASOS-FICAI.TXT LOTADO (20000) - ETAPA NAO '
                       'REGISTRADA'
            ELSE
               MOVE CF-NR-CASO TO WS-CASO-DIGITADO
               MOVE WS-TIPO-ETAPA TO CF-ETAPA-ATUAL
               MOVE WS-DATA-DIGITADA TO CF-DATA-ETAPA-ATUAL
               EVALUATE WS-TIPO-ETAPA
                  WHEN 'T'
                     ADD 1 TO CF-QTD-TENTATIVAS
                  WHEN 'C'
                     MOVE 'C' TO CF-SITUACAO
                  WHEN 'R'
                     MOVE 'F' TO CF-SITUACAO
                     MOVE WS-DATA-DIGITADA TO CF-DATA-ENCERRAMENTO
               END-EVALUATE
               MOVE REG-CASO-FICAI TO WS-TAB-REG-CASO (WS-POS-CASO)

               INITIALIZE REG-CASO-FICAI
               MOVE WS-CASO-DIGITADO TO CF-NR-CASO
               MOVE 'E' TO CF-TIPO-REGISTRO
               MOVE WS-TIPO-ETAPA TO CF-ET-TIPO
               MOVE WS-DATA-DIGITADA TO CF-ET-DATA
               MOVE WS-OPERADOR TO CF-ET-OPERADOR
               MOVE WS-DESCRICAO-DIGITADA TO CF-ET-DESCRICAO
               ADD 1 TO WS-QTD-REGISTROS
               MOVE REG-CASO-FICAI TO WS-TAB-REG-CASO (WS-QTD-REGISTROS)
               MOVE 'S' TO WS-HOUVE-ALTERACAO

               IF WS-TIPO-ETAPA = 'R' THEN
                  DISPLAY 'ETAPA REGISTRADA - CASO ENCERRADO'
               ELSE
                  DISPLAY 'ETAPA REGISTRADA'
               END-IF
            END-IF
            .
       P330-FIM.
      *-----------------------------------------------------------------
       P400-CONSULTAR-CASO.
            PERFORM P080-LOCALIZAR-CASO
            IF WS-POS-CASO > 0 THEN
               PERFORM P310-MOSTRAR-CABECALHO
               IF CF-ENCERRADO THEN
                  DISPLAY 'ENCERRADO EM ' CF-DATA-ENCERRAMENTO
               END-IF
               MOVE CF-NR-CASO TO WS-CASO-DIGITADO
               DISPLAY 'DATA     ETAPA                  OPERADOR   '
                       'DESCRICAO'
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                       UNTIL WS-IDX-REG > WS-QTD-REGISTROS
                  MOVE WS-TAB-REG-CASO (WS-IDX-REG) TO REG-CASO-FICAI
                  IF CF-REG-ETAPA AND CF-NR-CASO = WS-CASO-DIGITADO
                     THEN
                     MOVE CF-ET-TIPO TO WS-TIPO-ETAPA
                     PERFORM P090-DESCREVER-ETAPA
                     DISPLAY CF-ET-DATA ' ' WS-DESCRICAO-ETAPA ' '
                             CF-ET-OPERADOR ' ' CF-ET-DESCRICAO
                  END-IF
               END-PERFORM
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR-EM-ANDAMENTO.
            MOVE 0 TO WS-QTD-LISTADOS
            DISPLAY 'CASO  ALUNO TURMA ABERTO   SITUACAO     '
                    'ULTIMA ETAPA           EM       TENT'
            PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                    UNTIL WS-IDX-REG > WS-QTD-REGISTROS
               MOVE WS-TAB-REG-CASO (WS-IDX-REG) TO REG-CASO-FICAI
               IF CF-REG-CASO THEN
                  MOVE CF-CD-TURMA TO WS-TURMA-UNIDADE
                  PERFORM P095-UNIDADE-DA-TURMA
               END-IF
               IF CF-REG-CASO AND NOT CF-ENCERRADO AND
                  WS-RETORNO-UNIDADE = 0 THEN
                  ADD 1 TO WS-QTD-LISTADOS
                  IF CF-NO-CONSELHO THEN
                     MOVE 'NO CONSELHO' TO WS-DESCRICAO-SITUACAO
                  ELSE
                     MOVE 'NA ESCOLA' TO WS-DESCRICAO-SITUACAO
                  END-IF
                  MOVE CF-ETAPA-ATUAL TO WS-TIPO-ETAPA
                  PERFORM P090-DESCREVER-ETAPA
                  DISPLAY CF-NR-CASO ' ' CF-CD-STUDENT ' '
                          CF-CD-TURMA ' ' CF-DATA-ABERTURA ' '
                          WS-DESCRICAO-SITUACAO ' '
                          WS-DESCRICAO-ETAPA ' '
                          CF-DATA-ETAPA-ATUAL ' ' CF-QTD-TENTATIVAS
               END-IF
            END-PERFORM
            DISPLAY 'CASOS EM ANDAMENTO: ' WS-QTD-LISTADOS
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CASOS.
            OPEN OUTPUT CASO-FILE
            PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                    UNTIL WS-IDX-REG > WS-QTD-REGISTROS
               MOVE WS-TAB-REG-CASO (WS-IDX-REG) TO REG-CASO-FICAI
               WRITE REG-CASO-FICAI
            END-PERFORM
            CLOSE CASO-FILE
            DISPLAY 'CASOS GRAVADOS: CASOS-FICAI.TXT ('
                    WS-QTD-REGISTROS ' REGISTRO(S))'
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'FICAI' TO LY-PROGRAMA
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
       END PROGRAM FICAI.
