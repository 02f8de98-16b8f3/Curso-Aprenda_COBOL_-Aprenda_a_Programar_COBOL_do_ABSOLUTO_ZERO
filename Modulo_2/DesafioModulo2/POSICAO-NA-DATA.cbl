      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: POSICAO DO CADASTRO DE ALUNOS EM UMA DATA PASSADA
      *          ("COMO ESTAVA EM"): RECONSTROI UM ALUNO (CONSULTA NA
      *          TELA, COM A LINHA DO TEMPO DAS MUDANCAS) OU A RELACAO
      *          DE UMA TURMA (RELATORIO POSICAO-NA-DATA.TXT) COMO
      *          ESTAVAM NO DIA PEDIDO - PARA A SUPERVISAO, O
      *          CONSELHO TUTELAR E O JURIDICO, QUE PERGUNTAM QUEM
      *          ESTAVA NA TURMA NAQUELE DIA, E NAO HOJE.
      *          A RECONSTRUCAO PARTE DO MESTRE ATUAL E VOLTA NO TEMPO:
      *          1) JORNAL.TXT: SE O REGISTRO DO ALUNO FOI ALTERADO
      *             DEPOIS DA DATA, VALE A IMAGEM ANTES DA PRIMEIRA
      *             ALTERACAO POSTERIOR (INCLUIDO DEPOIS DA DATA = NAO
      *             EXISTIA); MATRICULA POSTERIOR = AINDA NAO
      *             MATRICULADO;
      *          2) TRANSFERENCIAS.TXT: A TURMA SAI DA DATA EFETIVA DAS
      *             TRANSFERENCIAS DE TURMA (A DIGITACAO PODE TER SIDO
      *             DIAS DEPOIS DA DATA EFETIVA);
      *          3) TRANSFERENCIAS-SAIDA.TXT E DT-SITUACAO: A SITUACAO
      *             SAI DAS DATAS EFETIVAS DO CICLO DE VIDA (SAIDA ATE
      *             A DATA = TRANSFERIDO; SITUACAO QUE SO VALEU DEPOIS
      *             DA DATA = AINDA ATIVO NAQUELE DIA).
      *          CADA ALUNO SAI COM A FONTE DA TURMA E DA SITUACAO
      *          (MESTRE ATUAL, JORNAL, TRANSFERENCIA, SAIDA OU
      *          DT-SITUACAO). O JORNAL SO VOLTA ATE A ENTRADA MAIS
      *          ANTIGA QUE AINDA TEM (VEJA EXPURGAR-JORNAL): DATA
      *          ANTERIOR A ELA SAI COM AVISO NO CABECALHO.
      *          O OPERADOR RESTRITO A UMA UNIDADE (SELECIONAR-UNIDADE)
      *          SO VE ALUNO QUE ESTAVA NA UNIDADE DELE NA DATA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICAO-NA-DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT JORNAL-FILE ASSIGN TO
           '../../JORNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNAL.

           SELECT TRANSFERENCIA-FILE ASSIGN TO
           '../../TRANSFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSFERENCIA.

           SELECT SAIDA-FILE ASSIGN TO
           '../../TRANSFERENCIAS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAIDA.

           SELECT POSICAO-FILE ASSIGN TO
           '../../POSICAO-NA-DATA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD JORNAL-FILE.
           COPY JORNAL-RECORD.
       FD TRANSFERENCIA-FILE.
           COPY TRANSFERENCIA-RECORD.
       FD SAIDA-FILE.
           COPY SAIDA-RECORD.
       FD POSICAO-FILE.
       01 REC-POSICAO                 PIC X(150).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-JORNAL                   PIC X(02)       VALUE SPACES.
       77 FS-TRANSFERENCIA            PIC X(02)       VALUE SPACES.
       77 FS-SAIDA                    PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-TURMA-PEDIDA             PIC X(05)       VALUE SPACES.
       77 WS-CD-PEDIDO                PIC 9(05)       VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
      * DATA PEDIDA: DIGITADA DDMMAAAA E COMPARADA AAAAMMDD (JN-DATA
      * JA VEM ASSIM; AS DATAS EFETIVAS DDMMAAAA SAO INVERTIDAS EM
      * P450 ANTES DE COMPARAR).
       01 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-DATA-DIA                 PIC 9(02)       VALUE 0.
       77 WS-DATA-MES                 PIC 9(02)       VALUE 0.
       77 WS-DATA-ANO                 PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-DATA-REF                 PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
       01 WS-DATA-DDMMAAAA            PIC 9(08)       VALUE 0.
       01 WS-DATA-DDMMAAAA-R REDEFINES WS-DATA-DDMMAAAA.
           02 WS-DDMM-DIA             PIC 9(02).
           02 WS-DDMM-MES             PIC 9(02).
           02 WS-DDMM-ANO             PIC 9(04).
       01 WS-DATA-AAAAMMDD            PIC 9(08)       VALUE 0.
       01 WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
           02 WS-AMD-ANO              PIC 9(04).
           02 WS-AMD-MES              PIC 9(02).
           02 WS-AMD-DIA              PIC 9(02).
       01 WS-DATA-EDITADA.
           02 WS-ED-DIA               PIC 9(02)       VALUE 0.
           02 FILLER                  PIC X(01)       VALUE '/'.
           02 WS-ED-MES               PIC 9(02)       VALUE 0.
           02 FILLER                  PIC X(01)       VALUE '/'.
           02 WS-ED-ANO               PIC 9(04)       VALUE 0.
      * ENTRADA MAIS ANTIGA QUE O JORNAL AINDA TEM (AAAAMMDD).
       77 WS-DATA-JORNAL-INICIO       PIC 9(08)       VALUE 0.
      * ALTERACOES DO MESTRE NO JORNAL, UMA LINHA POR ALUNO: A
      * PRIMEIRA ALTERACAO DEPOIS DA DATA (IMAGEM ANTES DELA = O
      * REGISTRO NAQUELE DIA) E A ULTIMA ATE A DATA (SO PARA DIZER
      * DE ONDE VEIO O REGISTRO QUANDO NADA MUDOU DEPOIS).
       77 WS-QTD-JORNAL               PIC 9(05)       VALUE 0.
       01 WS-TABELA-JORNAL.
           02 WS-JORNAL-ITEM OCCURS 5000 TIMES.
              03 WS-JT-CD-STUDENT     PIC 9(05).
              03 WS-JT-TEM-DEPOIS     PIC X(01).
              03 WS-JT-IMAGEM         PIC X(70).
              03 WS-JT-DATA-DEPOIS    PIC 9(08).
              03 WS-JT-PROG-DEPOIS    PIC X(20).
              03 WS-JT-OPER-DEPOIS    PIC X(01).
              03 WS-JT-DATA-ANTES     PIC 9(08).
              03 WS-JT-PROG-ANTES     PIC X(20).
       77 WS-CD-JORNAL                PIC 9(05)       VALUE 0.
       77 WS-IDX-JORNAL               PIC 9(05)       VALUE 0.
      * TRANSFERENCIAS DE TURMA (DATA EFETIVA AAAAMMDD).
       77 WS-QTD-TRANSF               PIC 9(05)       VALUE 0.
       01 WS-TABELA-TRANSF.
           02 WS-TRANSF-ITEM OCCURS 3000 TIMES.
              03 WS-TF-CD-STUDENT     PIC 9(05).
              03 WS-TF-ORIGEM         PIC X(05).
              03 WS-TF-DESTINO        PIC X(05).
              03 WS-TF-DATA           PIC 9(08).
      * SAIDAS PARA OUTRA ESCOLA (DATA EFETIVA AAAAMMDD).
       77 WS-QTD-SAIDAS               PIC 9(05)       VALUE 0.
       01 WS-TABELA-SAIDAS.
           02 WS-SAIDA-ITEM OCCURS 1000 TIMES.
              03 WS-SAI-CD-STUDENT    PIC 9(05).
              03 WS-SAI-DATA          PIC 9(08).
              03 WS-SAI-ESCOLA        PIC X(40).
       77 WS-I                        PIC 9(05)       VALUE 0.
      * ALUNO RECONSTRUIDO NA DATA (O REGISTRO EM STUDENT-FILE PASSA A
      * SER A IMAGEM DAQUELE DIA; SITUACAO/DATA ATUAIS GUARDADAS ANTES).
       77 WS-EXISTIA                  PIC X(01)       VALUE 'S'.
       77 WS-ST-ATUAL                 PIC X(01)       VALUE SPACES.
       77 WS-DT-SITUACAO-ATUAL        PIC 9(08)       VALUE 0.
       77 WS-TURMA-NA-DATA            PIC X(05)       VALUE SPACES.
       77 WS-ST-NA-DATA               PIC X(01)       VALUE SPACES.
       77 WS-FONTE-CADASTRO           PIC X(60)       VALUE SPACES.
       77 WS-FONTE-TURMA              PIC X(60)       VALUE SPACES.
       77 WS-FONTE-SITUACAO           PIC X(60)       VALUE SPACES.
       77 WS-DESCR-SITUACAO           PIC X(12)       VALUE SPACES.
       77 WS-DATA-ANTERIOR-TF         PIC 9(08)       VALUE 0.
       77 WS-DATA-POSTERIOR-TF        PIC 9(08)       VALUE 0.
       77 WS-QTD-LIDOS                PIC 9(05)       VALUE 0.
       77 WS-QTD-NA-TURMA             PIC 9(05)       VALUE 0.
       77 WS-QTD-ATIVOS-NA-DATA       PIC 9(05)       VALUE 0.
       77 WS-QTD-RECONSTRUIDOS        PIC 9(05)       VALUE 0.
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
            DISPLAY 'POSICAO DO CADASTRO DE ALUNOS EM UMA DATA'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY '1 - UM ALUNO (CONSULTA NA TELA)'
            DISPLAY '2 - RELACAO DA TURMA (POSICAO-NA-DATA.TXT)'
            DISPLAY 'OPCAO.........................: '
            ACCEPT WS-OPCAO
            IF WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 2 THEN
               DISPLAY 'OPCAO INVALIDA'
               STOP RUN
            END-IF

            IF WS-OPCAO = 1 THEN
               DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
               ACCEPT WS-CD-PEDIDO
            ELSE
               DISPLAY 'TURMA.........................: '
               ACCEPT WS-TURMA-PEDIDA
               MOVE FUNCTION UPPER-CASE (WS-TURMA-PEDIDA)
                    TO WS-TURMA-PEDIDA
            END-IF

            PERFORM P050-LER-DATA

            PERFORM P100-CARREGAR-JORNAL
            PERFORM P150-CARREGAR-TRANSFERENCIAS
            PERFORM P160-CARREGAR-SAIDAS

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
               STOP RUN
            END-IF

            IF WS-OPCAO = 1 THEN
               PERFORM P200-CONSULTAR-ALUNO
            ELSE
               PERFORM P500-RELACAO-TURMA
            END-IF

            CLOSE STUDENT
            STOP RUN.
      *-----------------------------------------------------------------
      * DATA DA POSICAO (DDMMAAAA), VALIDADA COMO NAS DEMAIS
      * TRANSACOES; DATA FUTURA NAO TEM O QUE RECONSTRUIR.
      *-----------------------------------------------------------------
       P050-LER-DATA.
            SET FORMATO-DDMMAAAA TO TRUE
            MOVE 0 TO WS-DATA-VALIDA
            PERFORM UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'POSICAO EM (DDMMAAAA).........: '
               ACCEPT WS-DATA-DIGITADA

               CALL 'QUEBRAR-DATA'
                             USING WS-FORMATO-DATA, WS-DATA-DIGITADA,
                                   WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO

               CALL 'VALIDAR-DATA'
                             USING WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO, WS-DATA-VALIDA

               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            COMPUTE WS-DATA-REF = WS-DATA-ANO * 10000
                                + WS-DATA-MES * 100 + WS-DATA-DIA
            IF WS-DATA-REF > FUNCTION CURRENT-DATE (1:8) THEN
               DISPLAY 'DATA FUTURA - A POSICAO EH A DO CADASTRO ATUAL'
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REF
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * UMA PASSADA NO JORNAL, SO NAS ENTRADAS DO MESTRE (O CODIGO DO
      * ALUNO EH O INICIO DA IMAGEM DEPOIS, PRESENTE NA INCLUSAO E NA
      * REGRAVACAO). O JORNAL EH GRAVADO EM ORDEM CRONOLOGICA, ENTAO
      * A PRIMEIRA ENTRADA DEPOIS DA DATA QUE APARECE PARA O ALUNO EH
      * A QUE DESFAZ TODAS AS SEGUINTES.
      *-----------------------------------------------------------------
       P100-CARREGAR-JORNAL.
            MOVE 0 TO WS-QTD-JORNAL
            MOVE 0 TO WS-DATA-JORNAL-INICIO
            MOVE 'N' TO WS-EOF
            OPEN INPUT JORNAL-FILE
            IF FS-JORNAL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ JORNAL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-DATA-JORNAL-INICIO = 0 AND
                              JN-DATA IS NUMERIC THEN
                              MOVE JN-DATA TO WS-DATA-JORNAL-INICIO
                           END-IF
                           IF JN-ARQ-STUDENT AND
                              JN-IMAGEM-DEPOIS (1:5) IS NUMERIC THEN
                              PERFORM P110-GUARDAR-ENTRADA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-ENTRADA.
            MOVE JN-IMAGEM-DEPOIS (1:5) TO WS-CD-JORNAL
            PERFORM P120-ACHAR-NO-JORNAL
            IF WS-IDX-JORNAL = 0 THEN
               IF WS-QTD-JORNAL < 5000 THEN
                  ADD 1 TO WS-QTD-JORNAL
                  MOVE WS-QTD-JORNAL TO WS-IDX-JORNAL
                  MOVE WS-CD-JORNAL TO WS-JT-CD-STUDENT (WS-IDX-JORNAL)
                  MOVE 'N' TO WS-JT-TEM-DEPOIS (WS-IDX-JORNAL)
                  MOVE SPACES TO WS-JT-IMAGEM (WS-IDX-JORNAL)
                  MOVE 0 TO WS-JT-DATA-DEPOIS (WS-IDX-JORNAL)
                  MOVE SPACES TO WS-JT-PROG-DEPOIS (WS-IDX-JORNAL)
                  MOVE SPACES TO WS-JT-OPER-DEPOIS (WS-IDX-JORNAL)
                  MOVE 0 TO WS-JT-DATA-ANTES (WS-IDX-JORNAL)
                  MOVE SPACES TO WS-JT-PROG-ANTES (WS-IDX-JORNAL)
               END-IF
            END-IF
            IF WS-IDX-JORNAL > 0 THEN
               IF JN-DATA > WS-DATA-REF THEN
                  IF WS-JT-TEM-DEPOIS (WS-IDX-JORNAL) = 'N' THEN
                     MOVE 'S' TO WS-JT-TEM-DEPOIS (WS-IDX-JORNAL)
                     MOVE JN-IMAGEM-ANTES (1:70)
                       TO WS-JT-IMAGEM (WS-IDX-JORNAL)
                     MOVE JN-DATA TO WS-JT-DATA-DEPOIS (WS-IDX-JORNAL)
                     MOVE JN-PROGRAMA
                       TO WS-JT-PROG-DEPOIS (WS-IDX-JORNAL)
                     MOVE JN-OPERACAO
                       TO WS-JT-OPER-DEPOIS (WS-IDX-JORNAL)
                  END-IF
               ELSE
                  MOVE JN-DATA TO WS-JT-DATA-ANTES (WS-IDX-JORNAL)
                  MOVE JN-PROGRAMA TO WS-JT-PROG-ANTES (WS-IDX-JORNAL)
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P120-ACHAR-NO-JORNAL.
            MOVE 0 TO WS-IDX-JORNAL
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-JORNAL OR WS-IDX-JORNAL > 0
               IF WS-JT-CD-STUDENT (WS-I) = WS-CD-JORNAL THEN
                  MOVE WS-I TO WS-IDX-JORNAL
               END-IF
            END-PERFORM
            .
       P120-FIM.
      *-----------------------------------------------------------------
       P150-CARREGAR-TRANSFERENCIAS.
            MOVE 0 TO WS-QTD-TRANSF
            MOVE 'N' TO WS-EOF
            OPEN INPUT TRANSFERENCIA-FILE
            IF FS-TRANSFERENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TRANSFERENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-TRANSF < 3000 AND
                              TR-DATA-EFETIVA IS NUMERIC THEN
                              ADD 1 TO WS-QTD-TRANSF
                              MOVE TR-CD-STUDENT TO
                                   WS-TF-CD-STUDENT (WS-QTD-TRANSF)
                              MOVE TR-TURMA-ORIGEM TO
                                   WS-TF-ORIGEM (WS-QTD-TRANSF)
                              MOVE TR-TURMA-DESTINO TO
                                   WS-TF-DESTINO (WS-QTD-TRANSF)
                              MOVE TR-DATA-EFETIVA TO WS-DATA-DDMMAAAA
                              PERFORM P450-INVERTER-DATA
                              MOVE WS-DATA-AAAAMMDD TO
                                   WS-TF-DATA (WS-QTD-TRANSF)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TRANSFERENCIA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-CARREGAR-SAIDAS.
            MOVE 0 TO WS-QTD-SAIDAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT SAIDA-FILE
            IF FS-SAIDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SAIDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-SAIDAS < 1000 AND
                              TS-DATA-SAIDA IS NUMERIC THEN
                              ADD 1 TO WS-QTD-SAIDAS
                              MOVE TS-CD-STUDENT TO
                                   WS-SAI-CD-STUDENT (WS-QTD-SAIDAS)
                              MOVE TS-DATA-SAIDA TO WS-DATA-DDMMAAAA
                              PERFORM P450-INVERTER-DATA
                              MOVE WS-DATA-AAAAMMDD TO
                                   WS-SAI-DATA (WS-QTD-SAIDAS)
                              MOVE TS-ESCOLA-DESTINO TO
                                   WS-SAI-ESCOLA (WS-QTD-SAIDAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * CONSULTA DE UM ALUNO: POSICAO NA DATA COM AS FONTES E, EM
      * SEGUIDA, A LINHA DO TEMPO DE TUDO QUE SE SABE DELE.
      *-----------------------------------------------------------------
       P200-CONSULTAR-ALUNO.
            MOVE WS-CD-PEDIDO TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO'
                    CLOSE STUDENT
                    STOP RUN
            END-READ

            PERFORM P300-RECONSTRUIR-ALUNO

            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                             CD-UNIDADE,
                                             WS-RETORNO-UNIDADE
               IF WS-RETORNO-UNIDADE NOT = 0 THEN
                  DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR NA DATA - '
                          'CONSULTA NEGADA'
                  CLOSE STUDENT
                  STOP RUN
               END-IF
            END-IF

            MOVE WS-DATA-REF TO WS-DATA-AAAAMMDD
            PERFORM P460-EDITAR-DATA
            DISPLAY ' '
            DISPLAY 'POSICAO EM....................: ' WS-DATA-EDITADA
            IF WS-DATA-REF < WS-DATA-JORNAL-INICIO THEN
               DISPLAY '*** DATA ANTERIOR AO INICIO DO JORNAL - '
                       'ALTERACOES DO CADASTRO ANTERIORES A ELE NAO '
                       'APARECEM ***'
            END-IF
            DISPLAY 'ALUNO.........................: ' WS-CD-PEDIDO
            IF WS-EXISTIA = 'N' THEN
               DISPLAY 'NAO MATRICULADO NA DATA - '
                       FUNCTION TRIM (WS-FONTE-CADASTRO)
            ELSE
               PERFORM P400-DESCREVER-SITUACAO
               DISPLAY 'NOME NA DATA..................: ' NM-STUDENT
               DISPLAY 'TURMA NA DATA.................: '
                       WS-TURMA-NA-DATA
               DISPLAY 'SITUACAO NA DATA..............: '
                       WS-ST-NA-DATA ' - ' WS-DESCR-SITUACAO
               DISPLAY 'FONTE DO CADASTRO.............: '
                       FUNCTION TRIM (WS-FONTE-CADASTRO)
               DISPLAY 'FONTE DA TURMA................: '
                       FUNCTION TRIM (WS-FONTE-TURMA)
               DISPLAY 'FONTE DA SITUACAO.............: '
                       FUNCTION TRIM (WS-FONTE-SITUACAO)
               IF WS-ST-NA-DATA = 'U' THEN
                  DISPLAY 'CADASTRO JA UNIFICADO NO ALUNO '
                          CD-STUDENT-SOBREVIVENTE
               END-IF
            END-IF

            PERFORM P250-LINHA-DO-TEMPO
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * TODAS AS MUDANCAS CONHECIDAS DO ALUNO, NA ORDEM DE CADA
      * FONTE: ALTERACOES DO MESTRE NO JORNAL (NOVA PASSADA, SO DESTE
      * ALUNO), TRANSFERENCIAS DE TURMA, SAIDA PARA OUTRA ESCOLA E A
      * DATA EFETIVA DA SITUACAO ATUAL.
      *-----------------------------------------------------------------
       P250-LINHA-DO-TEMPO.
            DISPLAY ' '
            DISPLAY 'LINHA DO TEMPO DO ALUNO:'
            MOVE 'N' TO WS-EOF
            OPEN INPUT JORNAL-FILE
            IF FS-JORNAL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ JORNAL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF JN-ARQ-STUDENT AND
                              JN-IMAGEM-DEPOIS (1:5) = WS-CD-PEDIDO THEN
                              PERFORM P260-MOSTRAR-ENTRADA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-TRANSF
               IF WS-TF-CD-STUDENT (WS-I) = WS-CD-PEDIDO THEN
                  MOVE WS-TF-DATA (WS-I) TO WS-DATA-AAAAMMDD
                  PERFORM P460-EDITAR-DATA
                  DISPLAY '  ' WS-DATA-EDITADA
                          ' TRANSFERENCIA DE TURMA '
                          WS-TF-ORIGEM (WS-I) ' -> '
                          WS-TF-DESTINO (WS-I) ' (DATA EFETIVA)'
               END-IF
            END-PERFORM

            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-SAIDAS
               IF WS-SAI-CD-STUDENT (WS-I) = WS-CD-PEDIDO THEN
                  MOVE WS-SAI-DATA (WS-I) TO WS-DATA-AAAAMMDD
                  PERFORM P460-EDITAR-DATA
                  DISPLAY '  ' WS-DATA-EDITADA
                          ' SAIDA PARA OUTRA ESCOLA - '
                          FUNCTION TRIM (WS-SAI-ESCOLA (WS-I))
               END-IF
            END-PERFORM

            IF WS-ST-ATUAL NOT = 'A' AND
               WS-DT-SITUACAO-ATUAL IS NUMERIC AND
               WS-DT-SITUACAO-ATUAL > 0 THEN
               MOVE WS-DT-SITUACAO-ATUAL TO WS-DATA-DDMMAAAA
               PERFORM P450-INVERTER-DATA
               PERFORM P460-EDITAR-DATA
               DISPLAY '  ' WS-DATA-EDITADA
                       ' SITUACAO ATUAL ' WS-ST-ATUAL
                       ' EFETIVA (DT-SITUACAO)'
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P260-MOSTRAR-ENTRADA.
            MOVE JN-DATA TO WS-DATA-AAAAMMDD
            PERFORM P460-EDITAR-DATA
            IF JN-OP-INCLUSAO THEN
               DISPLAY '  ' WS-DATA-EDITADA ' INCLUSAO NO CADASTRO ('
                       FUNCTION TRIM (JN-PROGRAMA) ') - TURMA '
                       JN-IMAGEM-DEPOIS (26:5) ' SITUACAO '
                       JN-IMAGEM-DEPOIS (47:1)
            ELSE
               DISPLAY '  ' WS-DATA-EDITADA ' ALTERACAO DO CADASTRO ('
                       FUNCTION TRIM (JN-PROGRAMA) ') - TURMA '
                       JN-IMAGEM-ANTES (26:5) ' -> '
                       JN-IMAGEM-DEPOIS (26:5) ' SITUACAO '
                       JN-IMAGEM-ANTES (47:1) ' -> '
                       JN-IMAGEM-DEPOIS (47:1)
            END-IF
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * RECONSTROI O ALUNO LIDO EM STUDENT-FILE COMO ESTAVA EM
      * WS-DATA-REF. NA SAIDA STUDENT-FILE TEM A IMAGEM DAQUELE DIA,
      * WS-TURMA-NA-DATA/WS-ST-NA-DATA A TURMA E A SITUACAO COM AS
      * DATAS EFETIVAS APLICADAS, E AS FONTES DE CADA UMA.
      *-----------------------------------------------------------------
       P300-RECONSTRUIR-ALUNO.
            MOVE 'S' TO WS-EXISTIA
            MOVE ST-ALUNO TO WS-ST-ATUAL
            MOVE DT-SITUACAO TO WS-DT-SITUACAO-ATUAL
            MOVE 'CADASTRO ATUAL' TO WS-FONTE-CADASTRO

            MOVE CD-STUDENT TO WS-CD-JORNAL
            PERFORM P120-ACHAR-NO-JORNAL
            IF WS-IDX-JORNAL > 0 THEN
               IF WS-JT-TEM-DEPOIS (WS-IDX-JORNAL) = 'S' THEN
                  ADD 1 TO WS-QTD-RECONSTRUIDOS
                  MOVE WS-JT-DATA-DEPOIS (WS-IDX-JORNAL)
                    TO WS-DATA-AAAAMMDD
                  PERFORM P460-EDITAR-DATA
                  IF WS-JT-OPER-DEPOIS (WS-IDX-JORNAL) = 'W' THEN
                     MOVE 'N' TO WS-EXISTIA
                     MOVE SPACES TO WS-FONTE-CADASTRO
                     STRING 'JORNAL: INCLUIDO EM ' WS-DATA-EDITADA
                            ' (' FUNCTION TRIM
                            (WS-JT-PROG-DEPOIS (WS-IDX-JORNAL)) ')'
                            DELIMITED BY SIZE INTO WS-FONTE-CADASTRO
                     END-STRING
                  ELSE
                     MOVE WS-JT-IMAGEM (WS-IDX-JORNAL) TO STUDENT-FILE
                     MOVE SPACES TO WS-FONTE-CADASTRO
                     STRING 'JORNAL: ANTES DA ALTERACAO DE '
                            WS-DATA-EDITADA ' (' FUNCTION TRIM
                            (WS-JT-PROG-DEPOIS (WS-IDX-JORNAL)) ')'
                            DELIMITED BY SIZE INTO WS-FONTE-CADASTRO
                     END-STRING
                  END-IF
               ELSE
                  IF WS-JT-DATA-ANTES (WS-IDX-JORNAL) > 0 THEN
                     MOVE WS-JT-DATA-ANTES (WS-IDX-JORNAL)
                       TO WS-DATA-AAAAMMDD
                     PERFORM P460-EDITAR-DATA
                     MOVE SPACES TO WS-FONTE-CADASTRO
                     STRING 'JORNAL: ALTERACAO DE ' WS-DATA-EDITADA
                            ' (' FUNCTION TRIM
                            (WS-JT-PROG-ANTES (WS-IDX-JORNAL)) ')'
                            ', SEM MUDANCA DEPOIS'
                            DELIMITED BY SIZE INTO WS-FONTE-CADASTRO
                     END-STRING
                  END-IF
               END-IF
            END-IF

            IF WS-EXISTIA = 'S' AND
               DT-MATRICULA IS NUMERIC AND DT-MATRICULA > 0 THEN
               MOVE DT-MATRICULA TO WS-DATA-DDMMAAAA
               PERFORM P450-INVERTER-DATA
               IF WS-DATA-AAAAMMDD > WS-DATA-REF THEN
                  MOVE 'N' TO WS-EXISTIA
                  PERFORM P460-EDITAR-DATA
                  MOVE SPACES TO WS-FONTE-CADASTRO
                  STRING 'MATRICULA EM ' WS-DATA-EDITADA
                         DELIMITED BY SIZE INTO WS-FONTE-CADASTRO
                  END-STRING
               END-IF
            END-IF

            MOVE CD-TURMA TO WS-TURMA-NA-DATA
            MOVE WS-FONTE-CADASTRO TO WS-FONTE-TURMA
            MOVE ST-ALUNO TO WS-ST-NA-DATA
            MOVE WS-FONTE-CADASTRO TO WS-FONTE-SITUACAO
            IF WS-EXISTIA = 'S' THEN
               PERFORM P310-TURMA-NA-DATA
               PERFORM P320-SITUACAO-NA-DATA
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * TURMA PELA DATA EFETIVA DAS TRANSFERENCIAS: A PRIMEIRA QUE SO
      * VALEU DEPOIS DA DATA DIZ DE ONDE O ALUNO SAIU (A ORIGEM DELA);
      * SEM NENHUMA DEPOIS, A ULTIMA ATE A DATA DIZ PARA ONDE ELE FOI.
      *-----------------------------------------------------------------
       P310-TURMA-NA-DATA.
            MOVE 0 TO WS-DATA-ANTERIOR-TF
            MOVE 99999999 TO WS-DATA-POSTERIOR-TF
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-TRANSF
               IF WS-TF-CD-STUDENT (WS-I) = CD-STUDENT THEN
                  IF WS-TF-DATA (WS-I) > WS-DATA-REF THEN
                     IF WS-TF-DATA (WS-I) < WS-DATA-POSTERIOR-TF THEN
                        MOVE WS-TF-DATA (WS-I) TO WS-DATA-POSTERIOR-TF
                        MOVE WS-TF-ORIGEM (WS-I) TO WS-TURMA-NA-DATA
                     END-IF
                  ELSE
                     IF WS-DATA-POSTERIOR-TF = 99999999 AND
                        WS-TF-DATA (WS-I) NOT < WS-DATA-ANTERIOR-TF THEN
                        MOVE WS-TF-DATA (WS-I) TO WS-DATA-ANTERIOR-TF
                        MOVE WS-TF-DESTINO (WS-I) TO WS-TURMA-NA-DATA
                     END-IF
                  END-IF
               END-IF
            END-PERFORM

            IF WS-DATA-POSTERIOR-TF NOT = 99999999 THEN
               MOVE WS-DATA-POSTERIOR-TF TO WS-DATA-AAAAMMDD
               PERFORM P460-EDITAR-DATA
               MOVE SPACES TO WS-FONTE-TURMA
               STRING 'TRANSFERENCIA: SAIU DA TURMA SO EM '
                      WS-DATA-EDITADA
                      DELIMITED BY SIZE INTO WS-FONTE-TURMA
               END-STRING
            ELSE
               IF WS-DATA-ANTERIOR-TF > 0 THEN
                  MOVE WS-DATA-ANTERIOR-TF TO WS-DATA-AAAAMMDD
                  PERFORM P460-EDITAR-DATA
                  MOVE SPACES TO WS-FONTE-TURMA
                  STRING 'TRANSFERENCIA: NA TURMA DESDE '
                         WS-DATA-EDITADA
                         DELIMITED BY SIZE INTO WS-FONTE-TURMA
                  END-STRING
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * SITUACAO PELAS DATAS EFETIVAS DO CICLO DE VIDA: SAIDA PARA
      * OUTRA ESCOLA ATE A DATA = TRANSFERIDO, DEPOIS DELA = AINDA
      * ATIVO; SITUACAO (NO REGISTRO DA DATA OU NO ATUAL) QUE SO
      * VALEU DEPOIS DA DATA = AINDA ATIVO; SITUACAO ATUAL DIGITADA
      * DEPOIS MAS EFETIVA ATE A DATA = JA VALIA NAQUELE DIA.
      *-----------------------------------------------------------------
       P320-SITUACAO-NA-DATA.
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-SAIDAS
               IF WS-SAI-CD-STUDENT (WS-I) = CD-STUDENT THEN
                  MOVE WS-SAI-DATA (WS-I) TO WS-DATA-AAAAMMDD
                  PERFORM P460-EDITAR-DATA
                  MOVE SPACES TO WS-FONTE-SITUACAO
                  IF WS-SAI-DATA (WS-I) > WS-DATA-REF THEN
                     MOVE 'A' TO WS-ST-NA-DATA
                     STRING 'SAIDA: SAIU DA ESCOLA SO EM '
                            WS-DATA-EDITADA
                            DELIMITED BY SIZE INTO WS-FONTE-SITUACAO
                     END-STRING
                  ELSE
                     MOVE 'T' TO WS-ST-NA-DATA
                     STRING 'SAIDA: TRANSFERIDO PARA OUTRA ESCOLA EM '
                            WS-DATA-EDITADA
                            DELIMITED BY SIZE INTO WS-FONTE-SITUACAO
                     END-STRING
                  END-IF
               END-IF
            END-PERFORM

            IF WS-ST-NA-DATA NOT = 'A' AND WS-ST-NA-DATA NOT = 'T' AND
               WS-ST-NA-DATA NOT = 'U' AND
               DT-SITUACAO IS NUMERIC AND DT-SITUACAO > 0 THEN
               MOVE DT-SITUACAO TO WS-DATA-DDMMAAAA
               PERFORM P450-INVERTER-DATA
               IF WS-DATA-AAAAMMDD > WS-DATA-REF THEN
                  PERFORM P460-EDITAR-DATA
                  MOVE SPACES TO WS-FONTE-SITUACAO
                  STRING 'DT-SITUACAO: ' WS-ST-NA-DATA
                         ' SO VALEU EM ' WS-DATA-EDITADA
                         DELIMITED BY SIZE INTO WS-FONTE-SITUACAO
                  END-STRING
                  MOVE 'A' TO WS-ST-NA-DATA
               END-IF
            END-IF

            IF WS-ST-NA-DATA = 'A' AND WS-ST-ATUAL NOT = 'A' AND
               WS-ST-ATUAL NOT = 'T' AND WS-ST-ATUAL NOT = 'U' AND
               WS-DT-SITUACAO-ATUAL IS NUMERIC AND
               WS-DT-SITUACAO-ATUAL > 0 THEN
               MOVE WS-DT-SITUACAO-ATUAL TO WS-DATA-DDMMAAAA
               PERFORM P450-INVERTER-DATA
               IF WS-DATA-AAAAMMDD NOT > WS-DATA-REF THEN
                  PERFORM P460-EDITAR-DATA
                  MOVE WS-ST-ATUAL TO WS-ST-NA-DATA
                  MOVE SPACES TO WS-FONTE-SITUACAO
                  STRING 'DT-SITUACAO: ' WS-ST-ATUAL
                         ' EFETIVA DESDE ' WS-DATA-EDITADA
                         DELIMITED BY SIZE INTO WS-FONTE-SITUACAO
                  END-STRING
               END-IF
            END-IF
            .
       P320-FIM.
      *-----------------------------------------------------------------
       P400-DESCREVER-SITUACAO.
            EVALUATE WS-ST-NA-DATA
               WHEN 'A' MOVE 'ATIVO'       TO WS-DESCR-SITUACAO
               WHEN 'I' MOVE 'INATIVO'     TO WS-DESCR-SITUACAO
               WHEN 'R' MOVE 'TRANCADO'    TO WS-DESCR-SITUACAO
               WHEN 'T' MOVE 'TRANSFERIDO' TO WS-DESCR-SITUACAO
               WHEN 'V' MOVE 'EVADIDO'     TO WS-DESCR-SITUACAO
               WHEN 'C' MOVE 'CONCLUIDO'   TO WS-DESCR-SITUACAO
               WHEN 'F' MOVE 'FALECIDO'    TO WS-DESCR-SITUACAO
               WHEN 'U' MOVE 'UNIFICADO'   TO WS-DESCR-SITUACAO
               WHEN OTHER MOVE 'INDEFINIDA' TO WS-DESCR-SITUACAO
            END-EVALUATE
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * DDMMAAAA (WS-DATA-DDMMAAAA) PARA AAAAMMDD (WS-DATA-AAAAMMDD).
      *-----------------------------------------------------------------
       P450-INVERTER-DATA.
            MOVE WS-DDMM-ANO TO WS-AMD-ANO
            MOVE WS-DDMM-MES TO WS-AMD-MES
            MOVE WS-DDMM-DIA TO WS-AMD-DIA
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * AAAAMMDD (WS-DATA-AAAAMMDD) PARA DD/MM/AAAA (WS-DATA-EDITADA).
      *-----------------------------------------------------------------
       P460-EDITAR-DATA.
            MOVE WS-AMD-DIA TO WS-ED-DIA
            MOVE WS-AMD-MES TO WS-ED-MES
            MOVE WS-AMD-ANO TO WS-ED-ANO
            .
       P460-FIM.
      *-----------------------------------------------------------------
      * RELACAO DA TURMA NA DATA: O MESTRE INTEIRO EH RECONSTRUIDO
      * (QUEM HOJE ESTA EM OUTRA TURMA PODE TER ESTADO NESTA), E ENTRA
      * QUEM ESTAVA MATRICULADO E NA TURMA NAQUELE DIA - ATIVO OU
      * NAO, COM A SITUACAO DA DATA. O CADASTRO JA UNIFICADO NA DATA
      * FICA DE FORA (O ALUNO APARECE PELO SOBREVIVENTE).
      *-----------------------------------------------------------------
       P500-RELACAO-TURMA.
            OPEN OUTPUT POSICAO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-POSICAO FROM AI-FAIXA
            END-IF
            PERFORM P510-CABECALHO

            MOVE 1 TO WS-STUDENT-REL-KEY
            START STUDENT KEY IS NOT LESS THAN WS-STUDENT-REL-KEY
                  INVALID KEY
                     MOVE 'F' TO WS-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P300-RECONSTRUIR-ALUNO
                        IF WS-EXISTIA = 'S' AND
                           WS-TURMA-NA-DATA = WS-TURMA-PEDIDA AND
                           WS-ST-NA-DATA NOT = 'U' THEN
                           PERFORM P520-CONFERIR-UNIDADE
                        END-IF
               END-READ
            END-PERFORM

            PERFORM P590-RODAPE
            CLOSE POSICAO-FILE

            DISPLAY 'RELACAO GERADA: POSICAO-NA-DATA.TXT'
            DISPLAY 'ALUNOS LIDOS NO CADASTRO......: ' WS-QTD-LIDOS
            DISPLAY 'ALUNOS NA TURMA NA DATA.......: ' WS-QTD-NA-TURMA
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-CABECALHO.
            MOVE WS-DATA-REF TO WS-DATA-AAAAMMDD
            PERFORM P460-EDITAR-DATA
            MOVE SPACES TO REC-POSICAO
            STRING 'POSICAO DA TURMA ' WS-TURMA-PEDIDA
                   ' EM ' WS-DATA-EDITADA
                   ' (MESTRE + JORNAL + TRANSFERENCIAS + DATAS DE '
                   'SITUACAO)'
                   DELIMITED BY SIZE INTO REC-POSICAO
            END-STRING
            WRITE REC-POSICAO

            IF WS-DATA-REF < WS-DATA-JORNAL-INICIO THEN
               MOVE WS-DATA-JORNAL-INICIO TO WS-DATA-AAAAMMDD
               PERFORM P460-EDITAR-DATA
               MOVE SPACES TO REC-POSICAO
               STRING '*** JORNAL SO A PARTIR DE ' WS-DATA-EDITADA
                      ' - ALTERACOES DO CADASTRO ANTERIORES NAO '
                      'APARECEM ***'
                      DELIMITED BY SIZE INTO REC-POSICAO
               END-STRING
               WRITE REC-POSICAO
            END-IF

            MOVE SPACES TO REC-POSICAO
            WRITE REC-POSICAO
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P520-CONFERIR-UNIDADE.
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE = 0 THEN
               PERFORM P530-GRAVAR-ALUNO
            END-IF
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * TRES LINHAS POR ALUNO: CODIGO/NOME/SITUACAO NA DATA E A FONTE
      * DA TURMA E DA SITUACAO.
      *-----------------------------------------------------------------
       P530-GRAVAR-ALUNO.
            ADD 1 TO WS-QTD-NA-TURMA
            IF WS-ST-NA-DATA = 'A' THEN
               ADD 1 TO WS-QTD-ATIVOS-NA-DATA
            END-IF
            PERFORM P400-DESCREVER-SITUACAO

            MOVE SPACES TO REC-POSICAO
            STRING CD-STUDENT ' ' NM-STUDENT ' '
                   WS-ST-NA-DATA ' ' WS-DESCR-SITUACAO
                   DELIMITED BY SIZE INTO REC-POSICAO
            END-STRING
            WRITE REC-POSICAO

            MOVE SPACES TO REC-POSICAO
            STRING '      TURMA....: ' WS-FONTE-TURMA
                   DELIMITED BY SIZE INTO REC-POSICAO
            END-STRING
            WRITE REC-POSICAO

            MOVE SPACES TO REC-POSICAO
            STRING '      SITUACAO.: ' WS-FONTE-SITUACAO
                   DELIMITED BY SIZE INTO REC-POSICAO
            END-STRING
            WRITE REC-POSICAO
            .
       P530-FIM.
      *-----------------------------------------------------------------
       P590-RODAPE.
            MOVE SPACES TO REC-POSICAO
            WRITE REC-POSICAO

            MOVE SPACES TO REC-POSICAO
            STRING 'ALUNOS NA TURMA NA DATA: ' WS-QTD-NA-TURMA
                   ' - ATIVOS: ' WS-QTD-ATIVOS-NA-DATA
                   DELIMITED BY SIZE INTO REC-POSICAO
            END-STRING
            WRITE REC-POSICAO

            MOVE SPACES TO REC-POSICAO
            STRING 'CADASTROS RECONSTRUIDOS PELO JORNAL (TODA A '
                   'ESCOLA): ' WS-QTD-RECONSTRUIDOS
                   DELIMITED BY SIZE INTO REC-POSICAO
            END-STRING
            WRITE REC-POSICAO
            .
       P590-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'POSICAO-NA-DATA' TO LY-PROGRAMA
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
       END PROGRAM POSICAO-NA-DATA.
