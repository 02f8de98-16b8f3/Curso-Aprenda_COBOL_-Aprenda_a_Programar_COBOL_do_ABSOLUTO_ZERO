      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: PLANO DE REPOSICAO DE AULAS (REPOSICOES.TXT, VEJA
      *          REPOSICAO-RECORD.CPY) PARA AS FALTAS DE CARGA
      *          HORARIA APONTADAS PELO CARGA-HORARIA: ATE AQUI A
      *          CONFERENCIA DIZIA QUAL TURMA/MATERIA ESTAVA ABAIXO DA
      *          CARGA, MAS NINGUEM ACOMPANHAVA A REPOSICAO. PARA CADA
      *          LINHA PENDENTE DA ULTIMA CONFERENCIA (CARGA-
      *          HORARIA.TXT), AS AULAS DEVIDAS (ESPERADAS - DADAS)
      *          RECEBEM DATA E PERIODO: DIA LETIVO OU SABADO DE
      *          REPOSICAO NO CALENDARIO.TXT, DENTRO DA FAIXA DA
      *          CONFERENCIA, COM O PROFESSOR ATRIBUIDO NA DATA
      *          (ATRIBUICOES.TXT) E SEM CHOQUE COM O HORARIO.TXT NEM
      *          COM OUTRA REPOSICAO (MESMA TURMA OU MESMO PROFESSOR
      *          NO MESMO DIA/PERIODO). DADA A AULA, A CHAMADA ENTRA
      *          NO LIVRO COMO QUALQUER OUTRA (REGISTRAR-CHAMADA ACEITA
      *          A DATA PELO PLANO) E CONTA NA PROXIMA CONFERENCIA.
      *          A OPCAO 4 EMITE O ACOMPANHAMENTO PLANEJADAS X DADAS
      *          POR TURMA/MATERIA (REPOSICOES-ACOMPANHAMENTO.TXT); O
      *          PAINEL-FECHAMENTO SO DEIXA PENDENTE A FALTA SEM PLANO.
      *          PLANO EM MEMORIA, REGRAVADO NA SAIDA (MESMO ESTILO DA
      *          AGENDA-AVALIACOES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANO-REPOSICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOSICAO-FILE ASSIGN TO
           '../../REPOSICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPOSICAO.

      * CONFERENCIA DE CARGA HORARIA (SAIDA DO CARGA-HORARIA): DAQUI
      * SAEM A FAIXA CONFERIDA E AS TURMAS/MATERIAS ABAIXO DA CARGA.
           SELECT CARGA-FILE ASSIGN TO
           '../../CARGA-HORARIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARGA.

           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../REPOSICOES-ACOMPANHAMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD REPOSICAO-FILE.
           COPY REPOSICAO-RECORD.
       FD CARGA-FILE.
       01 REC-CARGA                PIC X(100).
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-REPOSICAO                PIC X(02)       VALUE SPACES.
       77 FS-CARGA                    PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): SO ENTRAM AS
      * FALTAS E OS PLANOS DE TURMAS DA UNIDADE.
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
      * CAMPOS DIGITADOS.
       77 WS-TURMA-DIGITADA           PIC X(05)       VALUE SPACES.
       77 WS-MATERIA-DIGITADA         PIC X(05)       VALUE SPACES.
       77 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-PERIODO-DIGITADO         PIC 9(01)       VALUE 0.
      * CADA CONFERENCIA DA DATA SO RODA COM AS ANTERIORES OK.
       77 WS-INCLUSAO-OK              PIC X(01)       VALUE 'S'.
       77 WS-FIM-PLANO                PIC X(01)       VALUE 'N'.
       77 WS-CD-PROFESSOR             PIC 9(04)       VALUE 0.
       77 WS-NOME-PROFESSOR           PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-PROF      PIC 9(01)       VALUE 0.
       77 WS-TIPO-DIA                 PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-CALENDARIO       PIC 9(01)       VALUE 0.
       77 WS-DIA-SEMANA               PIC 9(01)       VALUE 0.
       77 WS-RETORNO-DIA-SEMANA       PIC 9(01)       VALUE 0.
      * CHOQUES COM O HORARIO REGULAR E COM OUTRAS REPOSICOES.
       77 WS-CHOQUE-MATERIA           PIC 9(01)       VALUE 0.
       77 WS-CHOQUE-TURMA             PIC 9(01)       VALUE 0.
       77 WS-CHOQUE-PROFESSOR         PIC 9(01)       VALUE 0.
       77 WS-CHOQUE-CD-MATERIA        PIC X(05)       VALUE SPACES.
       77 WS-CHOQUE-CD-TURMA          PIC X(05)       VALUE SPACES.
      * DATAS DDMMAAAA COMPARADAS EM AAAAMMDD ORDENAVEL (COMO O
      * CARGA-HORARIA JA FAZ).
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-DATA-AULA-ORD            PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
      * CONFERENCIA DE CARGA HORARIA LIDA: FAIXA (DDMMAAAA, 0 = SEM
      * LIMITE) E AS TURMAS/MATERIAS ABAIXO DA CARGA, COM AS AULAS
      * DADAS E ESPERADAS DA LINHA PENDENTE.
       77 WS-CARGA-LIDA               PIC 9(01)       VALUE 0.
       77 WS-FAIXA-DE                 PIC 9(08)       VALUE 0.
       77 WS-FAIXA-ATE                PIC 9(08)       VALUE 0.
       77 WS-FAIXA-DE-ORD             PIC 9(08)       VALUE 0.
       77 WS-FAIXA-ATE-ORD            PIC 9(08)       VALUE 99999999.
       77 WS-CARGA-EMISSAO            PIC X(08)       VALUE SPACES.
       77 WS-QTD-FALTAS               PIC 9(03)       VALUE 0.
       77 WS-QTD-PARES-REL            PIC 9(03)       VALUE 0.
       77 WS-IDX-FALTA                PIC 9(03)       VALUE 0.
       77 WS-POS-FALTA                PIC 9(03)       VALUE 0.
       01 WS-TABELA-FALTAS.
           02 WS-FALTA-ITEM OCCURS 500 TIMES.
              03 WS-FAL-TURMA         PIC X(05).
              03 WS-FAL-MATERIA       PIC X(05).
              03 WS-FAL-DADAS         PIC 9(02).
              03 WS-FAL-ESPERADA      PIC 9(04).
              03 WS-FAL-DEVIDAS       PIC 9(04).
       77 WS-ESTOURO-TABELAS          PIC X(01)       VALUE 'N'.
      * PLANO EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA SAIDA) E A
      * MARCA DE AULA DADA (CHAMADA VIVA NA DATA) DO ACOMPANHAMENTO.
       77 WS-QTD-PLANO                PIC 9(04)       VALUE 0.
       77 WS-IDX-PLANO                PIC 9(04)       VALUE 0.
       77 WS-POS-PLANO                PIC 9(04)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       01 WS-TABELA-PLANO.
           02 WS-PLANO-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-REPOSICAO PIC X(58).
              03 WS-TAB-DADA          PIC X(01).
      * CONTAGENS DA TURMA/MATERIA: AS REPOSICOES VIVAS DA FAIXA
      * AINDA A DAR (DATA DE HOJE EM DIANTE) COBREM A FALTA.
       77 WS-QTD-DEVIDAS              PIC 9(04)       VALUE 0.
       77 WS-QTD-A-DAR                PIC 9(04)       VALUE 0.
       77 WS-QTD-A-PLANEJAR           PIC 9(04)       VALUE 0.
       77 WS-QTD-PLANEJADAS           PIC 9(04)       VALUE 0.
       77 WS-QTD-DADAS                PIC 9(04)       VALUE 0.
       77 WS-QTD-ATRASADAS            PIC 9(04)       VALUE 0.
       77 WS-QTD-SEM-PLANO            PIC 9(04)       VALUE 0.
       77 WS-QTD-LISTADAS             PIC 9(04)       VALUE 0.
       77 WS-SITUACAO-PAR             PIC X(20)       VALUE SPACES.
       77 WS-DESCRICAO-SITUACAO       PIC X(10)       VALUE SPACES.
      * TOTAIS DO ACOMPANHAMENTO.
       77 WS-TOT-PENDENTES            PIC 9(03)       VALUE 0.
       77 WS-TOT-PLANEJADAS           PIC 9(05)       VALUE 0.
       77 WS-TOT-DADAS                PIC 9(05)       VALUE 0.
       77 WS-TOT-ATRASADAS            PIC 9(05)       VALUE 0.
      * SPOOL DE RELATORIOS (VEJA ESPOLAR-SAIDA).
       77 WS-PROGRAMA-SPOOL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-SPOOL            PIC X(40)       VALUE SPACES.
       77 WS-PARAMETROS-SPOOL         PIC X(40)       VALUE SPACES.
       77 WS-RETORNO-ESPOLAR          PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'PLANO DE REPOSICAO DE AULAS (CARGA HORARIA)'
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
            SET FORMATO-DDMMAAAA TO TRUE

            PERFORM P050-CARREGAR-CONFERENCIA
            PERFORM P060-CARREGAR-PLANO
            IF WS-CARGA-LIDA = 0 THEN
               DISPLAY 'CONFERENCIA DE CARGA HORARIA NAO RODADA '
                       '(CARGA-HORARIA) - SO CANCELAR/LISTAR'
            ELSE
               DISPLAY 'CONFERENCIA DE ' WS-CARGA-EMISSAO
                       ' - FAIXA ' WS-FAIXA-DE ' A ' WS-FAIXA-ATE
               DISPLAY 'TURMAS/MATERIAS ABAIXO DA CARGA: '
                       WS-QTD-FALTAS
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-PLANEJAR
                  WHEN 2
                     PERFORM P300-CANCELAR
                  WHEN 3
                     PERFORM P400-LISTAR
                  WHEN 4
                     PERFORM P500-ACOMPANHAMENTO
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            IF WS-HOUVE-ALTERACAO = 'S' THEN
               PERFORM P900-REGRAVAR-PLANO
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * ULTIMA CONFERENCIA DE CARGA HORARIA: O CABECALHO DA A FAIXA
      * E CADA LINHA '- PENDENTE' VIRA UMA FALTA. POSICOES FIXAS DAS
      * LINHAS DO CARGA-HORARIA (P300/P310 DELE): FAIXA NAS COLUNAS
      * 38 E 49 DO CABECALHO; TURMA 7, MATERIA 21, DADAS 33 E
      * ESPERADA 39 NA LINHA DA TURMA/MATERIA.
      *-----------------------------------------------------------------
       P050-CARREGAR-CONFERENCIA.
            MOVE 0 TO WS-CARGA-LIDA
            MOVE 0 TO WS-QTD-FALTAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT CARGA-FILE
            IF FS-CARGA = '00' THEN
               MOVE 1 TO WS-CARGA-LIDA
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CARGA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P055-LER-LINHA-CARGA
                  END-READ
               END-PERFORM
               CLOSE CARGA-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-FAIXA-DE IS NUMERIC AND WS-FAIXA-DE > 0 THEN
               MOVE WS-FAIXA-DE TO WS-DATA-TRABALHO
               PERFORM P090-ORDENAR-DATA
               MOVE WS-DATA-TRABALHO TO WS-FAIXA-DE-ORD
            END-IF
            IF WS-FAIXA-ATE IS NUMERIC AND WS-FAIXA-ATE > 0 THEN
               MOVE WS-FAIXA-ATE TO WS-DATA-TRABALHO
               PERFORM P090-ORDENAR-DATA
               MOVE WS-DATA-TRABALHO TO WS-FAIXA-ATE-ORD
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P055-LER-LINHA-CARGA.
            IF REC-CARGA (1:37) =
               'CUMPRIMENTO DE CARGA HORARIA - FAIXA ' THEN
               MOVE REC-CARGA (38:8) TO WS-FAIXA-DE
               MOVE REC-CARGA (49:8) TO WS-FAIXA-ATE
               MOVE REC-CARGA (71:8) TO WS-CARGA-EMISSAO
            END-IF
            IF REC-CARGA (1:6) = 'TURMA ' AND
               REC-CARGA (43:11) = ' - PENDENTE' THEN
               MOVE REC-CARGA (7:5) TO WS-TURMA-UNIDADE
               PERFORM P095-UNIDADE-DA-TURMA
            END-IF
            IF REC-CARGA (1:6) = 'TURMA ' AND
               REC-CARGA (43:11) = ' - PENDENTE' AND
               WS-RETORNO-UNIDADE = 0 THEN
               IF WS-QTD-FALTAS >= 500 THEN
                  MOVE 'S' TO WS-ESTOURO-TABELAS
               ELSE
                  ADD 1 TO WS-QTD-FALTAS
                  MOVE REC-CARGA (7:5)  TO WS-FAL-TURMA (WS-QTD-FALTAS)
                  MOVE REC-CARGA (21:5)
                    TO WS-FAL-MATERIA (WS-QTD-FALTAS)
                  MOVE REC-CARGA (33:2) TO WS-FAL-DADAS (WS-QTD-FALTAS)
                  MOVE REC-CARGA (39:4)
                    TO WS-FAL-ESPERADA (WS-QTD-FALTAS)
                  COMPUTE WS-FAL-DEVIDAS (WS-QTD-FALTAS) =
                          WS-FAL-ESPERADA (WS-QTD-FALTAS) -
                          WS-FAL-DADAS (WS-QTD-FALTAS)
               END-IF
            END-IF
            .
       P055-FIM.
      *-----------------------------------------------------------------
       P060-CARREGAR-PLANO.
            MOVE 0 TO WS-QTD-PLANO
            MOVE 'N' TO WS-EOF
            OPEN INPUT REPOSICAO-FILE
            IF FS-REPOSICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ REPOSICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PLANO < 3000 THEN
                              ADD 1 TO WS-QTD-PLANO
                              MOVE REG-REPOSICAO
                                TO WS-TAB-REG-REPOSICAO (WS-QTD-PLANO)
                              MOVE 'N' TO WS-TAB-DADA (WS-QTD-PLANO)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELAS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE REPOSICAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            IF WS-ESTOURO-TABELAS = 'S' THEN
               DISPLAY '*** ATENCAO: TABELAS ESTOURARAM (500 FALTAS/'
                       '3000 REPOSICOES) ***'
            END-IF
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P090-ORDENAR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-TRABALHO =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
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
      * TURMA DIGITADA DE OUTRA UNIDADE ESCOLAR: A OPCAO E RECUSADA.
      *-----------------------------------------------------------------
       P098-CONFERIR-TURMA-DIGITADA.
            MOVE WS-TURMA-DIGITADA TO WS-TURMA-UNIDADE
            PERFORM P095-UNIDADE-DA-TURMA
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA ' WS-TURMA-DIGITADA
                       ' DE OUTRA UNIDADE ESCOLAR - OPCAO RECUSADA'
            END-IF
            .
       P098-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '1 - PLANEJAR REPOSICAO DE UMA TURMA/MATERIA'
            DISPLAY '2 - CANCELAR REPOSICAO PLANEJADA'
            DISPLAY '3 - LISTAR REPOSICOES DA TURMA'
            DISPLAY '4 - ACOMPANHAMENTO PLANEJADAS X DADAS'
            DISPLAY '9 - SAIR'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PLANEJAMENTO: SO TURMA/MATERIA PENDENTE NA ULTIMA
      * CONFERENCIA. FALTAM PLANEJAR AS AULAS DEVIDAS MENOS AS
      * REPOSICOES DA FAIXA AINDA A DAR; AS DATAS SAO PEDIDAS UMA A
      * UMA ATE COBRIR A FALTA (OU DATA 0).
      *-----------------------------------------------------------------
       P200-PLANEJAR.
            IF WS-CARGA-LIDA = 0 THEN
               DISPLAY 'CONFERENCIA DE CARGA HORARIA NAO RODADA - '
                       'RODE O CARGA-HORARIA ANTES'
            ELSE
               DISPLAY 'TURMA.........................: '
               ACCEPT WS-TURMA-DIGITADA
               DISPLAY 'MATERIA.......................: '
               ACCEPT WS-MATERIA-DIGITADA
               MOVE 0 TO WS-POS-FALTA
               PERFORM P098-CONFERIR-TURMA-DIGITADA
               IF WS-RETORNO-UNIDADE = 0 THEN
                  PERFORM P210-LOCALIZAR-FALTA
                  IF WS-POS-FALTA = 0 THEN
                     DISPLAY 'TURMA/MATERIA SEM FALTA DE CARGA NA '
                             'ULTIMA CONFERENCIA (CARGA-HORARIA)'
                  END-IF
               END-IF
               IF WS-POS-FALTA > 0 THEN
                  MOVE WS-FAL-DEVIDAS (WS-POS-FALTA) TO WS-QTD-DEVIDAS
                  PERFORM P220-CONTAR-A-DAR
                  IF WS-QTD-A-DAR >= WS-QTD-DEVIDAS THEN
                     MOVE 0 TO WS-QTD-A-PLANEJAR
                  ELSE
                     COMPUTE WS-QTD-A-PLANEJAR =
                             WS-QTD-DEVIDAS - WS-QTD-A-DAR
                  END-IF
                  DISPLAY 'AULAS DEVIDAS.................: '
                          WS-QTD-DEVIDAS
                  DISPLAY 'REPOSICOES PLANEJADAS A DAR...: '
                          WS-QTD-A-DAR
                  DISPLAY 'FALTAM PLANEJAR...............: '
                          WS-QTD-A-PLANEJAR
                  IF WS-QTD-A-PLANEJAR = 0 THEN
                     DISPLAY 'FALTA JA COBERTA PELO PLANO'
                  END-IF
                  MOVE 'N' TO WS-FIM-PLANO
                  PERFORM WITH TEST BEFORE
                          UNTIL WS-FIM-PLANO = 'S'
                             OR WS-QTD-A-PLANEJAR = 0
                     PERFORM P230-PLANEJAR-AULA
                  END-PERFORM
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-LOCALIZAR-FALTA.
            MOVE 0 TO WS-POS-FALTA
            PERFORM VARYING WS-IDX-FALTA FROM 1 BY 1
                    UNTIL WS-IDX-FALTA > WS-QTD-FALTAS
                       OR WS-POS-FALTA > 0
               IF WS-FAL-TURMA (WS-IDX-FALTA) = WS-TURMA-DIGITADA AND
                  WS-FAL-MATERIA (WS-IDX-FALTA) = WS-MATERIA-DIGITADA
                  THEN
                  MOVE WS-IDX-FALTA TO WS-POS-FALTA
               END-IF
            END-PERFORM
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * REPOSICOES VIVAS DA TURMA/MATERIA NA FAIXA DA CONFERENCIA COM
      * DATA DE HOJE EM DIANTE - A MESMA COBERTURA QUE O
      * PAINEL-FECHAMENTO CONFERE. A REPOSICAO QUE JA PASSOU OU JA
      * FOI DADA (E ENTRA NA PROXIMA CONFERENCIA) OU FICOU PARA TRAS
      * E PRECISA DE NOVA DATA.
      *-----------------------------------------------------------------
       P220-CONTAR-A-DAR.
            MOVE 0 TO WS-QTD-A-DAR
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                 TO REG-REPOSICAO
               IF RP-CD-TURMA = WS-TURMA-DIGITADA AND
                  RP-CD-MATERIA = WS-MATERIA-DIGITADA AND
                  RP-FAIXA-DE = WS-FAIXA-DE AND
                  RP-FAIXA-ATE = WS-FAIXA-ATE AND
                  RP-PLANEJADA THEN
                  MOVE RP-DATA-AULA TO WS-DATA-TRABALHO
                  PERFORM P090-ORDENAR-DATA
                  IF WS-DATA-TRABALHO >= WS-DATA-HOJE THEN
                     ADD 1 TO WS-QTD-A-DAR
                  END-IF
               END-IF
            END-PERFORM
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * UMA DATA DO PLANO: DATA, PERIODO, PROFESSOR, HORARIO E OUTRAS
      * REPOSICOES - NESSA ORDEM; A PRIMEIRA QUE FALHAR RECUSA A
      * DATA E O OPERADOR PODE TENTAR OUTRA.
      *-----------------------------------------------------------------
       P230-PLANEJAR-AULA.
            MOVE 'S' TO WS-INCLUSAO-OK
            IF WS-QTD-PLANO >= 3000 THEN
               DISPLAY 'PLANO CHEIO (3000 REPOSICOES) - INCLUSAO '
                       'RECUSADA'
               MOVE 'S' TO WS-FIM-PLANO
               MOVE 'N' TO WS-INCLUSAO-OK
            ELSE
               DISPLAY 'DATA DA REPOSICAO (DDMMAAAA, 0 = FIM): '
               ACCEPT WS-DATA-DIGITADA
               IF WS-DATA-DIGITADA IS NOT NUMERIC OR
                  WS-DATA-DIGITADA = 0 THEN
                  MOVE 'S' TO WS-FIM-PLANO
                  MOVE 'N' TO WS-INCLUSAO-OK
               ELSE
                  PERFORM P240-CONFERIR-DATA
               END-IF
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               DISPLAY 'PERIODO DA AULA (1 A 9).......: '
               ACCEPT WS-PERIODO-DIGITADO
               IF WS-PERIODO-DIGITADO IS NOT NUMERIC OR
                  WS-PERIODO-DIGITADO = 0 THEN
                  DISPLAY 'PERIODO INVALIDO'
                  MOVE 'N' TO WS-INCLUSAO-OK
               END-IF
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
               PERFORM P250-CONFERIR-HORARIO
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               PERFORM P260-CONFERIR-PLANO
            END-IF

            IF WS-INCLUSAO-OK = 'S' THEN
               MOVE WS-TURMA-DIGITADA   TO RP-CD-TURMA
               MOVE WS-MATERIA-DIGITADA TO RP-CD-MATERIA
               MOVE WS-DATA-DIGITADA    TO RP-DATA-AULA
               MOVE WS-PERIODO-DIGITADO TO RP-PERIODO-AULA
               MOVE WS-CD-PROFESSOR     TO RP-CD-PROFESSOR
               MOVE WS-FAIXA-DE         TO RP-FAIXA-DE
               MOVE WS-FAIXA-ATE        TO RP-FAIXA-ATE
               SET RP-PLANEJADA         TO TRUE
               MOVE WS-OPERADOR         TO RP-OPERADOR
               MOVE WS-DATA-HOJE        TO RP-DATA-REGISTRO
               ADD 1 TO WS-QTD-PLANO
               MOVE REG-REPOSICAO
                 TO WS-TAB-REG-REPOSICAO (WS-QTD-PLANO)
               MOVE 'N' TO WS-TAB-DADA (WS-QTD-PLANO)
               MOVE 'S' TO WS-HOUVE-ALTERACAO
               ADD 1 TO WS-QTD-A-DAR
               SUBTRACT 1 FROM WS-QTD-A-PLANEJAR
               DISPLAY 'REPOSICAO PLANEJADA - FALTAM PLANEJAR: '
                       WS-QTD-A-PLANEJAR
            ELSE
               IF WS-FIM-PLANO NOT = 'S' THEN
                  DISPLAY 'DATA RECUSADA - NADA GRAVADO'
               END-IF
            END-IF
            .
       P230-FIM.
      *-----------------------------------------------------------------
      * DATA VALIDA, DE HOJE EM DIANTE, DENTRO DA FAIXA CONFERIDA (A
      * AULA FORA DELA NAO CONTARIA NA CARGA) E DIA LETIVO OU SABADO
      * DE REPOSICAO NO CALENDARIO ESCOLAR.
      *-----------------------------------------------------------------
       P240-CONFERIR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-DIGITADA, WS-DIA, WS-MES, WS-ANO
            CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                                      WS-DATA-VALIDA
            IF WS-DATA-VALIDA NOT = 1 THEN
               DISPLAY 'DATA INVALIDA'
               MOVE 'N' TO WS-INCLUSAO-OK
            ELSE
               COMPUTE WS-DATA-AULA-ORD =
                       (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
               CALL 'CONSULTAR-CALENDARIO'
                             USING WS-DATA-DIGITADA, WS-TIPO-DIA,
                                   WS-RETORNO-CALENDARIO
               EVALUATE TRUE
                  WHEN WS-DATA-AULA-ORD < WS-DATA-HOJE
                     DISPLAY 'DATA JA PASSOU'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  WHEN WS-DATA-AULA-ORD < WS-FAIXA-DE-ORD OR
                       WS-DATA-AULA-ORD > WS-FAIXA-ATE-ORD
                     DISPLAY 'DATA FORA DA FAIXA CONFERIDA ('
                             WS-FAIXA-DE ' A ' WS-FAIXA-ATE
                             ') - A AULA NAO CONTARIA NA CARGA'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  WHEN WS-RETORNO-CALENDARIO NOT = 0
                     DISPLAY 'DATA FORA DO CALENDARIO ESCOLAR '
                             '(PROGARQ011)'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  WHEN WS-TIPO-DIA NOT = 'L' AND WS-TIPO-DIA NOT = 'S'
                     DISPLAY 'DATA NAO EH DIA LETIVO NEM SABADO DE '
                             'REPOSICAO (PROGARQ011)'
                     MOVE 'N' TO WS-INCLUSAO-OK
                  WHEN OTHER
                     CALL 'CALCULAR-DIA-SEMANA'
                                   USING WS-DATA-DIGITADA,
                                         WS-DIA-SEMANA,
                                         WS-RETORNO-DIA-SEMANA
               END-EVALUATE
            END-IF
            .
       P240-FIM.
      *-----------------------------------------------------------------
      * HORARIO REGULAR NO DIA DA SEMANA DA DATA: A MATERIA JA TEM
      * AULA NESSE DIA (O CARGA-HORARIA CONTA DATAS DISTINTAS - A
      * REPOSICAO NAO SERIA UMA AULA A MAIS), OU A TURMA OU O
      * PROFESSOR JA TEM AULA NO MESMO PERIODO. SEM HORARIO.TXT,
      * SEGUE SEM ESTA CONFERENCIA (TRANSICAO, COMO NA CHAMADA).
      *-----------------------------------------------------------------
       P250-CONFERIR-HORARIO.
            MOVE 0 TO WS-CHOQUE-MATERIA
            MOVE 0 TO WS-CHOQUE-TURMA
            MOVE 0 TO WS-CHOQUE-PROFESSOR
            MOVE 'N' TO WS-EOF
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF HR-DIA-SEMANA = WS-DIA-SEMANA THEN
                              PERFORM P255-CONFERIR-SLOT
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            EVALUATE TRUE
               WHEN WS-CHOQUE-MATERIA = 1
                  DISPLAY 'A MATERIA JA TEM AULA REGULAR NESSE DIA DA '
                          'SEMANA - A REPOSICAO NAO CONTARIA COMO AULA '
                          'A MAIS'
                  MOVE 'N' TO WS-INCLUSAO-OK
               WHEN WS-CHOQUE-TURMA = 1
                  DISPLAY 'A TURMA JA TEM AULA DE '
                          WS-CHOQUE-CD-MATERIA
                          ' NESSE DIA/PERIODO (HORARIO - PROGARQ015)'
                  MOVE 'N' TO WS-INCLUSAO-OK
               WHEN WS-CHOQUE-PROFESSOR = 1
                  DISPLAY 'O PROFESSOR JA TEM AULA NA TURMA '
                          WS-CHOQUE-CD-TURMA
                          ' NESSE DIA/PERIODO (HORARIO - PROGARQ015)'
                  MOVE 'N' TO WS-INCLUSAO-OK
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P255-CONFERIR-SLOT.
            IF HR-CD-TURMA = WS-TURMA-DIGITADA AND
               HR-CD-MATERIA = WS-MATERIA-DIGITADA THEN
               MOVE 1 TO WS-CHOQUE-MATERIA
            END-IF
            IF HR-PERIODO-AULA = WS-PERIODO-DIGITADO THEN
               IF HR-CD-TURMA = WS-TURMA-DIGITADA THEN
                  MOVE 1 TO WS-CHOQUE-TURMA
                  MOVE HR-CD-MATERIA TO WS-CHOQUE-CD-MATERIA
               END-IF
               IF WS-CD-PROFESSOR > 0 AND
                  HR-CD-PROFESSOR = WS-CD-PROFESSOR THEN
                  MOVE 1 TO WS-CHOQUE-PROFESSOR
                  MOVE HR-CD-TURMA TO WS-CHOQUE-CD-TURMA
               END-IF
            END-IF
            .
       P255-FIM.
      *-----------------------------------------------------------------
      * OUTRAS REPOSICOES VIVAS NA MESMA DATA: A MESMA TURMA/MATERIA
      * (UMA DATA SO CONTA UMA AULA), OU A TURMA OU O PROFESSOR NO
      * MESMO PERIODO.
      *-----------------------------------------------------------------
       P260-CONFERIR-PLANO.
            MOVE 0 TO WS-CHOQUE-MATERIA
            MOVE 0 TO WS-CHOQUE-TURMA
            MOVE 0 TO WS-CHOQUE-PROFESSOR
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                 TO REG-REPOSICAO
               IF RP-PLANEJADA AND
                  RP-DATA-AULA = WS-DATA-DIGITADA THEN
                  IF RP-CD-TURMA = WS-TURMA-DIGITADA AND
                     RP-CD-MATERIA = WS-MATERIA-DIGITADA THEN
                     MOVE 1 TO WS-CHOQUE-MATERIA
                  END-IF
                  IF RP-PERIODO-AULA = WS-PERIODO-DIGITADO THEN
                     IF RP-CD-TURMA = WS-TURMA-DIGITADA THEN
                        MOVE 1 TO WS-CHOQUE-TURMA
                        MOVE RP-CD-MATERIA TO WS-CHOQUE-CD-MATERIA
                     END-IF
                     IF WS-CD-PROFESSOR > 0 AND
                        RP-CD-PROFESSOR = WS-CD-PROFESSOR THEN
                        MOVE 1 TO WS-CHOQUE-PROFESSOR
                        MOVE RP-CD-TURMA TO WS-CHOQUE-CD-TURMA
                     END-IF
                  END-IF
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WS-CHOQUE-MATERIA = 1
                  DISPLAY 'REPOSICAO DA MATERIA JA PLANEJADA NESSA '
                          'DATA'
                  MOVE 'N' TO WS-INCLUSAO-OK
               WHEN WS-CHOQUE-TURMA = 1
                  DISPLAY 'A TURMA JA TEM REPOSICAO DE '
                          WS-CHOQUE-CD-MATERIA
                          ' NESSE DIA/PERIODO'
                  MOVE 'N' TO WS-INCLUSAO-OK
               WHEN WS-CHOQUE-PROFESSOR = 1
                  DISPLAY 'O PROFESSOR JA TEM REPOSICAO NA TURMA '
                          WS-CHOQUE-CD-TURMA
                          ' NESSE DIA/PERIODO'
                  MOVE 'N' TO WS-INCLUSAO-OK
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * CANCELAMENTO: A REPOSICAO FICA NO ARQUIVO COMO 'C' (DEIXA DE
      * COBRIR A FALTA E DE LIBERAR A CHAMADA), COM QUEM CANCELOU E
      * QUANDO.
      *-----------------------------------------------------------------
       P300-CANCELAR.
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-DIGITADA
            DISPLAY 'MATERIA.......................: '
            ACCEPT WS-MATERIA-DIGITADA
            DISPLAY 'DATA DA REPOSICAO (DDMMAAAA)..: '
            ACCEPT WS-DATA-DIGITADA
            PERFORM P098-CONFERIR-TURMA-DIGITADA

            MOVE 0 TO WS-POS-PLANO
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
                       OR WS-POS-PLANO > 0
                       OR WS-RETORNO-UNIDADE NOT = 0
               MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                 TO REG-REPOSICAO
               IF RP-CD-TURMA = WS-TURMA-DIGITADA AND
                  RP-CD-MATERIA = WS-MATERIA-DIGITADA AND
                  RP-DATA-AULA = WS-DATA-DIGITADA AND
                  RP-PLANEJADA THEN
                  MOVE WS-IDX-PLANO TO WS-POS-PLANO
               END-IF
            END-PERFORM

            IF WS-POS-PLANO = 0 AND WS-RETORNO-UNIDADE = 0 THEN
               DISPLAY 'REPOSICAO PLANEJADA NAO ENCONTRADA'
            END-IF
            IF WS-POS-PLANO > 0 THEN
               MOVE WS-TAB-REG-REPOSICAO (WS-POS-PLANO)
                 TO REG-REPOSICAO
               DISPLAY 'REPOSICAO: ' RP-DATA-AULA ' PERIODO '
                       RP-PERIODO-AULA ' PROFESSOR ' RP-CD-PROFESSOR
               DISPLAY 'CONFIRMA O CANCELAMENTO (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' THEN
                  SET RP-CANCELADA  TO TRUE
                  MOVE WS-OPERADOR  TO RP-OPERADOR
                  MOVE WS-DATA-HOJE TO RP-DATA-REGISTRO
                  MOVE REG-REPOSICAO
                    TO WS-TAB-REG-REPOSICAO (WS-POS-PLANO)
                  MOVE 'S' TO WS-HOUVE-ALTERACAO
                  DISPLAY 'REPOSICAO CANCELADA'
               ELSE
                  DISPLAY 'CANCELAMENTO ABANDONADO'
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-LISTAR.
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-TURMA-DIGITADA
            PERFORM P098-CONFERIR-TURMA-DIGITADA
            MOVE 0 TO WS-QTD-LISTADAS
            DISPLAY 'REPOSICOES DA TURMA ' WS-TURMA-DIGITADA
            DISPLAY 'MATER DATA     PER PROF SITUACAO   FAIXA'
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                 TO REG-REPOSICAO
               IF RP-CD-TURMA = WS-TURMA-DIGITADA AND
                  WS-RETORNO-UNIDADE = 0 THEN
                  ADD 1 TO WS-QTD-LISTADAS
                  IF RP-CANCELADA THEN
                     MOVE 'CANCELADA' TO WS-DESCRICAO-SITUACAO
                  ELSE
                     MOVE 'PLANEJADA' TO WS-DESCRICAO-SITUACAO
                  END-IF
                  DISPLAY RP-CD-MATERIA ' ' RP-DATA-AULA ' '
                          RP-PERIODO-AULA '   ' RP-CD-PROFESSOR ' '
                          WS-DESCRICAO-SITUACAO ' ' RP-FAIXA-DE '-'
                          RP-FAIXA-ATE
               END-IF
            END-PERFORM
            DISPLAY 'REPOSICOES LISTADAS...........: ' WS-QTD-LISTADAS
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * ACOMPANHAMENTO DA FAIXA DA ULTIMA CONFERENCIA, POR TURMA/
      * MATERIA: AULAS DEVIDAS, REPOSICOES PLANEJADAS (VIVAS), DADAS
      * (HA CHAMADA VIVA DA TURMA/MATERIA NA DATA), A DAR (DE HOJE EM
      * DIANTE), ATRASADAS (PASSARAM SEM CHAMADA) E AULAS SEM PLANO
      * (DEVIDAS - A DAR). ENTRAM AS FALTAS DA CONFERENCIA E AS
      * TURMAS/MATERIAS COM PLANO NA FAIXA QUE JA NAO ESTAO ABAIXO DA
      * CARGA. SAIDA: REPOSICOES-ACOMPANHAMENTO.TXT (COM SPOOL).
      *-----------------------------------------------------------------
       P500-ACOMPANHAMENTO.
            IF WS-CARGA-LIDA = 0 THEN
               DISPLAY 'CONFERENCIA DE CARGA HORARIA NAO RODADA - '
                       'RODE O CARGA-HORARIA ANTES'
            ELSE
               PERFORM P510-MARCAR-DADAS
               PERFORM P520-MONTAR-PARES
               PERFORM P530-RELATAR

               MOVE 'PLANO-REPOSICAO' TO WS-PROGRAMA-SPOOL
               MOVE '../../REPOSICOES-ACOMPANHAMENTO.TXT'
                 TO WS-ARQUIVO-SPOOL
               MOVE SPACES TO WS-PARAMETROS-SPOOL
               STRING 'FAIXA=' WS-FAIXA-DE '-' WS-FAIXA-ATE
                      DELIMITED BY SIZE INTO WS-PARAMETROS-SPOOL
               END-STRING
               CALL 'ESPOLAR-SAIDA'
                             USING WS-PROGRAMA-SPOOL, WS-ARQUIVO-SPOOL,
                                   WS-PARAMETROS-SPOOL, WS-OPERADOR,
                                   WS-RETORNO-ESPOLAR

               DISPLAY 'RELATORIO GERADO: REPOSICOES-ACOMPANHAMENTO.TXT'
               DISPLAY 'TURMAS/MATERIAS COM FALTA SEM PLANO: '
                       WS-TOT-PENDENTES
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * UMA PASSADA NO LIVRO DE CHAMADA: REGISTRO VIVO DA TURMA/
      * MATERIA NA DATA DE UMA REPOSICAO PLANEJADA MARCA A REPOSICAO
      * COMO DADA.
      *-----------------------------------------------------------------
       P510-MARCAR-DADAS.
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               MOVE 'N' TO WS-TAB-DADA (WS-IDX-PLANO)
            END-PERFORM
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NOT CH-REGISTRO-ESTORNADO THEN
                              PERFORM P515-CONFERIR-CHAMADA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P515-CONFERIR-CHAMADA.
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               IF WS-TAB-DADA (WS-IDX-PLANO) = 'N' THEN
                  MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                    TO REG-REPOSICAO
                  IF RP-PLANEJADA AND
                     RP-CD-TURMA = CH-CD-TURMA AND
                     RP-CD-MATERIA = CH-CD-MATERIA AND
                     RP-DATA-AULA = CH-DATA-AULA THEN
                     MOVE 'S' TO WS-TAB-DADA (WS-IDX-PLANO)
                  END-IF
               END-IF
            END-PERFORM
            .
       P515-FIM.
      *-----------------------------------------------------------------
      * PARES DO RELATORIO: AS FALTAS DA CONFERENCIA E, DEPOIS DELAS,
      * AS TURMAS/MATERIAS COM PLANO VIVO NA FAIXA SEM FALTA (AULAS
      * DEVIDAS 0 - A CARGA JA FOI CUMPRIDA).
      *-----------------------------------------------------------------
       P520-MONTAR-PARES.
            MOVE WS-QTD-FALTAS TO WS-QTD-PARES-REL
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                 TO REG-REPOSICAO
               MOVE RP-CD-TURMA TO WS-TURMA-UNIDADE
               PERFORM P095-UNIDADE-DA-TURMA
               IF RP-PLANEJADA AND WS-RETORNO-UNIDADE = 0 AND
                  RP-FAIXA-DE = WS-FAIXA-DE AND
                  RP-FAIXA-ATE = WS-FAIXA-ATE THEN
                  MOVE 0 TO WS-POS-FALTA
                  PERFORM VARYING WS-IDX-FALTA FROM 1 BY 1
                          UNTIL WS-IDX-FALTA > WS-QTD-PARES-REL
                             OR WS-POS-FALTA > 0
                     IF WS-FAL-TURMA (WS-IDX-FALTA) = RP-CD-TURMA AND
                        WS-FAL-MATERIA (WS-IDX-FALTA) = RP-CD-MATERIA
                        THEN
                        MOVE WS-IDX-FALTA TO WS-POS-FALTA
                     END-IF
                  END-PERFORM
                  IF WS-POS-FALTA = 0 AND WS-QTD-PARES-REL >= 500 THEN
                     MOVE 'S' TO WS-ESTOURO-TABELAS
                  END-IF
                  IF WS-POS-FALTA = 0 AND WS-QTD-PARES-REL < 500 THEN
                     ADD 1 TO WS-QTD-PARES-REL
                     MOVE RP-CD-TURMA
                       TO WS-FAL-TURMA (WS-QTD-PARES-REL)
                     MOVE RP-CD-MATERIA
                       TO WS-FAL-MATERIA (WS-QTD-PARES-REL)
                     MOVE 0 TO WS-FAL-DADAS (WS-QTD-PARES-REL)
                     MOVE 0 TO WS-FAL-ESPERADA (WS-QTD-PARES-REL)
                     MOVE 0 TO WS-FAL-DEVIDAS (WS-QTD-PARES-REL)
                  END-IF
               END-IF
            END-PERFORM
            .
       P520-FIM.
      *-----------------------------------------------------------------
       P530-RELATAR.
            MOVE 0 TO WS-TOT-PENDENTES
            MOVE 0 TO WS-TOT-PLANEJADAS
            MOVE 0 TO WS-TOT-DADAS
            MOVE 0 TO WS-TOT-ATRASADAS
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'ACOMPANHAMENTO DE REPOSICAO DE AULAS - FAIXA '
                   WS-FAIXA-DE ' A ' WS-FAIXA-ATE
                   ' - EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'CONFERENCIA DE CARGA HORARIA DE ' WS-CARGA-EMISSAO
                   ' - SEM PLANO = DEVIDAS - A DAR'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMA MATER  DEVIDAS  PLANEJ  DADAS  A DAR  ATRAS'
                   '  S/PLANO  SITUACAO'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-FALTA FROM 1 BY 1
                    UNTIL WS-IDX-FALTA > WS-QTD-PARES-REL
               PERFORM P540-RELATAR-PAR
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'REPOSICOES PLANEJADAS: ' WS-TOT-PLANEJADAS
                   ' - DADAS: ' WS-TOT-DADAS
                   ' - ATRASADAS: ' WS-TOT-ATRASADAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMAS/MATERIAS COM FALTA SEM PLANO: '
                   WS-TOT-PENDENTES
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-ESTOURO-TABELAS = 'S' THEN
               MOVE SPACES TO REC-RELATORIO
               STRING '*** ATENCAO: TABELAS ESTOURARAM - '
                      'ACOMPANHAMENTO INCOMPLETO ***'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            CLOSE RELATORIO-FILE
            .
       P530-FIM.
      *-----------------------------------------------------------------
       P540-RELATAR-PAR.
            MOVE WS-FAL-DEVIDAS (WS-IDX-FALTA) TO WS-QTD-DEVIDAS
            MOVE 0 TO WS-QTD-PLANEJADAS
            MOVE 0 TO WS-QTD-DADAS
            MOVE 0 TO WS-QTD-A-DAR
            MOVE 0 TO WS-QTD-ATRASADAS
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                 TO REG-REPOSICAO
               IF RP-PLANEJADA AND
                  RP-CD-TURMA = WS-FAL-TURMA (WS-IDX-FALTA) AND
                  RP-CD-MATERIA = WS-FAL-MATERIA (WS-IDX-FALTA) AND
                  RP-FAIXA-DE = WS-FAIXA-DE AND
                  RP-FAIXA-ATE = WS-FAIXA-ATE THEN
                  ADD 1 TO WS-QTD-PLANEJADAS
                  MOVE RP-DATA-AULA TO WS-DATA-TRABALHO
                  PERFORM P090-ORDENAR-DATA
                  EVALUATE TRUE
                     WHEN WS-TAB-DADA (WS-IDX-PLANO) = 'S'
                        ADD 1 TO WS-QTD-DADAS
                     WHEN WS-DATA-TRABALHO >= WS-DATA-HOJE
                        ADD 1 TO WS-QTD-A-DAR
                     WHEN OTHER
                        ADD 1 TO WS-QTD-ATRASADAS
                  END-EVALUATE
               END-IF
            END-PERFORM

            IF WS-QTD-A-DAR >= WS-QTD-DEVIDAS THEN
               MOVE 0 TO WS-QTD-SEM-PLANO
            ELSE
               COMPUTE WS-QTD-SEM-PLANO = WS-QTD-DEVIDAS - WS-QTD-A-DAR
            END-IF

            EVALUATE TRUE
               WHEN WS-QTD-DEVIDAS = 0
                  MOVE 'CARGA CUMPRIDA' TO WS-SITUACAO-PAR
               WHEN WS-QTD-SEM-PLANO > 0
                  MOVE 'PENDENTE - SEM PLANO' TO WS-SITUACAO-PAR
                  ADD 1 TO WS-TOT-PENDENTES
               WHEN OTHER
                  MOVE 'COBERTA PELO PLANO' TO WS-SITUACAO-PAR
            END-EVALUATE
            ADD WS-QTD-PLANEJADAS TO WS-TOT-PLANEJADAS
            ADD WS-QTD-DADAS TO WS-TOT-DADAS
            ADD WS-QTD-ATRASADAS TO WS-TOT-ATRASADAS

            MOVE SPACES TO REC-RELATORIO
            STRING WS-FAL-TURMA (WS-IDX-FALTA) ' '
                   WS-FAL-MATERIA (WS-IDX-FALTA) '     '
                   WS-QTD-DEVIDAS '    ' WS-QTD-PLANEJADAS '   '
                   WS-QTD-DADAS '   ' WS-QTD-A-DAR '   '
                   WS-QTD-ATRASADAS '     ' WS-QTD-SEM-PLANO '  '
                   WS-SITUACAO-PAR
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P540-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-PLANO.
            OPEN OUTPUT REPOSICAO-FILE
            PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                    UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               MOVE WS-TAB-REG-REPOSICAO (WS-IDX-PLANO)
                 TO REG-REPOSICAO
               WRITE REG-REPOSICAO
            END-PERFORM
            CLOSE REPOSICAO-FILE
            DISPLAY 'PLANO REGRAVADO - ' WS-QTD-PLANO
                    ' REPOSICAO(OES)'
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
       END PROGRAM PLANO-REPOSICAO.
