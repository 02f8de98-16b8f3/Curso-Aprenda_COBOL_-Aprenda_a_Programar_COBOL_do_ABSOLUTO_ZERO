      *          CADEIA INTEIRA) DEIXA REGISTRO PROPRIO EM
      *          EXECUCOES.TXT COM OS TEMPOS - A PERGUNTA 'ONDE A
      *          NOITE PAROU' SAI DO LOG.
      *          O TEMPO DE CADA PASSO (E DA CADEIA) EH COMPARADO COM O
      *          PIOR CASO JA VISTO (TEMPOS-LOTE.TXT, DO TENDENCIA-
      *          LOTE): PASSOU DELE, SAI AVISO NA TELA E O REGISTRO DO
      *          PASSO LEVA '>MAXIMO' NOS PARAMETROS - A NOITE NAO PARA
      *          POR ISSO, MAS A MANHA SABE ONDE OLHAR.
      *          PASSO COM '/P' NO FIM DO PROGRAMA (EX.: PRINCIPAL/P)
      *          RODA O LOTE PARTICIONADO: UMA EXECUCAO POR PARTICAO
      *          DE PARTICOES-LOTE.TXT, TODAS AO MESMO TEMPO, E O
      *          PASSO SO TERMINA QUANDO A ULTIMA TERMINA. CADA
      *          PARTICAO RECEBE AS NOTAS DE ENTRADA-LOTE-PNN.TXT E
      *          DEIXA A TELA EM SAIDA-LOTE-PNN.TXT; O VEREDICTO DE
      *          CADA UMA SAI DO REGISTRO DELA NO LOG
      *          ('PRINCIPAL-LOTE-PNN'). QUALQUER PARTICAO SEM
      *          REGISTRO OU ABORTADA PARA A CADEIA - O PASSO SEGUINTE
      *          DO PLANO NORMALMENTE EH O CONSOLIDAR-PARTICOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../../EXECUCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXECUCAO.

           SELECT TEMPOS-FILE ASSIGN TO
           '../../TEMPOS-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPOS.

           SELECT PARTICAO-FILE ASSIGN TO
           '../../PARTICOES-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTICAO.
       DATA DIVISION.
       FILE SECTION.
       FD PLANO-FILE.
           COPY EXECUCAO-RECORD REPLACING ==REG-EXECUCAO==
                                       BY ==REG-EXECUCAO-LOG==
                                 LEADING ==EX== BY ==XL==.
       FD TEMPOS-FILE.
           COPY TEMPO-LOTE-RECORD.
       FD PARTICAO-FILE.
           COPY PARTICAO-LOTE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-PLANO                    PIC X(02)       VALUE SPACES.
       77 FS-EXECUCAO                 PIC X(02)       VALUE SPACES.
       77 FS-TEMPOS                   PIC X(02)       VALUE SPACES.
       77 FS-PARTICAO                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-LOG                  PIC A(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
      * CAMPOS DA LINHA DO PLANO (SEQ,PROGRAMA,PARAMETROS). OS
      * PARAMETROS SAO O RESTO DA LINHA - PODEM TER VIRGULA (O LOTE DO
      * PRINCIPAL RECEBE CD-MATERIA,QTD,AP,RC,FQ).
       77 WS-SEQ-LIDA                 PIC X(03)       VALUE SPACES.
       77 WS-PROGRAMA-PASSO           PIC X(20)       VALUE SPACES.
       77 WS-PARAMETROS-PASSO         PIC X(40)       VALUE SPACES.
       77 WS-PTR-PLANO                PIC 9(03)       VALUE 0.
       77 WS-QTD-PASSOS               PIC 9(02)       VALUE 0.
       77 WS-CADEIA-PAROU             PIC X(01)       VALUE 'N'.
      * COMANDO MONTADO PARA CALL 'SYSTEM' - OS EXECUTAVEIS VIVEM NO
      * PROGRAMA COMECA COM O NOME DO PASSO (O LOTE DO PRINCIPAL
      * REGISTRA 'PRINCIPAL-LOTE-AUTO', POR EXEMPLO).
       77 WS-VEREDICTO-LOG            PIC X(01)       VALUE SPACE.
      * PASSO PARTICIONADO ('/P'): O PROGRAMA DE VERDADE, AS
      * PARTICOES CADASTRADAS (NO MAXIMO 20 - VEJA PROGARQ026) E O
      * VEREDICTO DE CADA UMA; O COMANDO UNICO DISPARA TODAS EM
      * SEGUNDO PLANO E ESPERA ('WAIT').
       77 WS-PROGRAMA-BASE            PIC X(20)       VALUE SPACES.
       77 WS-SUFIXO-PASSO             PIC X(05)       VALUE SPACES.
       77 WS-QTD-PARTICOES            PIC 9(02)       VALUE 0.
       77 WS-IDX-PT                   PIC 9(02)       VALUE 0.
       01 WS-TABELA-PARTICOES.
           02 WS-PT-ITEM OCCURS 20 TIMES.
              03 WS-PT-NR-PARTICAO    PIC 9(02).
              03 WS-PT-VEREDICTO      PIC X(01).
       77 WS-QTD-PARTICOES-OK         PIC 9(02)       VALUE 0.
       77 WS-QTD-PARTICOES-FALHA      PIC 9(02)       VALUE 0.
       77 WS-QTD-VIRGULAS             PIC 9(02)       VALUE 0.
       01 WS-PARAMETROS-PARTICAO      PIC X(60)       VALUE SPACES.
       01 WS-COMANDO-PARTICOES        PIC X(3000)     VALUE SPACES.
       77 WS-PTR-COMANDO              PIC 9(04)       VALUE 0.
       77 WS-PROGRAMA-PARTICAO        PIC X(20)       VALUE SPACES.
      * MOMENTO AAAAMMDDHHMMSSCC - O REGISTRO DA PARTICAO SO VALE SE
      * COMECOU DEPOIS DO DISPARO (NAO O DE UMA NOITE/TENTATIVA VELHA).
       77 WS-MOMENTO-DISPARO          PIC 9(16)       VALUE 0.
       77 WS-MOMENTO-LOG              PIC 9(16)       VALUE 0.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
      * PIOR CASO JA VISTO DE CADA PASSO E DA CADEIA (TEMPOS-LOTE.TXT,
      * CARREGADO NO INICIO - SEM O ARQUIVO NAO HA AVISO).
       77 WS-QTD-MAXIMOS              PIC 9(03)       VALUE 0.
       77 WS-IDX-MAXIMO               PIC 9(03)       VALUE 0.
       01 WS-TABELA-MAXIMOS.
           02 WS-MAXIMO-ITEM OCCURS 200 TIMES.
              03 WS-MX-PROGRAMA       PIC X(20).
              03 WS-MX-SEGUNDOS       PIC 9(06).
       77 WS-MAXIMO-CADEIA            PIC 9(06)       VALUE 0.
       77 WS-MAXIMO-PASSO             PIC 9(06)       VALUE 0.
       77 WS-QTD-ACIMA-MAXIMO         PIC 9(02)       VALUE 0.
      * DURACAO DO PASSO/CADEIA EM SEGUNDOS A PARTIR DO INICIO E FIM
      * DO REGISTRO MONTADO (EX-) - VIRANDO A MEIA-NOITE, A DIFERENCA
      * DE DIAS SAI DO SERIAL DAS DATAS (VEJA CALCULAR-DIA-SERIAL).
       01 WS-HORA-TRABALHO            PIC 9(08)       VALUE 0.
       01 WS-HORA-PARTES REDEFINES WS-HORA-TRABALHO.
           03 WS-HT-HORA              PIC 9(02).
           03 WS-HT-MINUTO            PIC 9(02).
           03 WS-HT-SEGUNDO           PIC 9(02).
           03 WS-HT-CENTESIMO         PIC 9(02).
       01 WS-DATA-AAAAMMDD            PIC 9(08)       VALUE 0.
       01 WS-DATA-PARTES REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DP-ANO               PIC 9(04).
           03 WS-DP-MES               PIC 9(02).
           03 WS-DP-DIA               PIC 9(02).
       01 WS-DATA-DDMMAAAA            PIC 9(08)       VALUE 0.
       77 WS-DIA-SERIAL               PIC 9(07)       VALUE 0.
       77 WS-SERIAL-INICIO            PIC 9(07)       VALUE 0.
       77 WS-RETORNO-DIA-SERIAL       PIC 9(01)       VALUE 0.
       77 WS-DURACAO                  PIC S9(08)      VALUE 0.
       77 WS-DURACAO-EXIBIR           PIC 9(06)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'ORQUESTRADOR DA CADEIA NOTURNA'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME

            PERFORM P100-CARREGAR-MAXIMOS

            OPEN INPUT PLANO-FILE
            IF FS-PLANO NOT = '00' THEN
               DISPLAY 'PLANO (PLANO-NOTURNO.TXT) NAO ENCONTRADO - '

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            PERFORM P510-CALCULAR-DURACAO
            IF WS-CADEIA-PAROU = 'N' AND WS-MAXIMO-CADEIA > 0 AND
               WS-DURACAO > WS-MAXIMO-CADEIA THEN
               ADD 1 TO WS-QTD-ACIMA-MAXIMO
               MOVE WS-DURACAO TO WS-DURACAO-EXIBIR
               DISPLAY 'AVISO: CADEIA NOTURNA DUROU ' WS-DURACAO-EXIBIR
                       ' SEG - ACIMA DO MAXIMO HISTORICO DE '
                       WS-MAXIMO-CADEIA ' SEG'
            END-IF
            MOVE 'CADEIA NOTURNA COMPLETA' TO EX-PARAMETROS
            MOVE WS-QTD-PASSOS TO EX-QTD-LIDOS
            MOVE WS-QTD-PASSOS TO EX-QTD-GRAVADOS
               DISPLAY 'CADEIA CONCLUIDA - ' WS-QTD-PASSOS
                       ' PASSO(S) EXECUTADO(S)'
            END-IF
            IF WS-QTD-ACIMA-MAXIMO > 0 THEN
               DISPLAY 'AVISOS DE TEMPO ACIMA DO MAXIMO: '
                       WS-QTD-ACIMA-MAXIMO
                       ' (VEJA TENDENCIA-LOTE)'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * UM PASSO DO PLANO: MONTA E DISPARA O COMANDO, CONFERE O CODIGO
            MOVE SPACES TO WS-SEQ-LIDA
            MOVE SPACES TO WS-PROGRAMA-PASSO
            MOVE SPACES TO WS-PARAMETROS-PASSO
            MOVE 1 TO WS-PTR-PLANO
            UNSTRING REC-PLANO DELIMITED BY ','
                     INTO WS-SEQ-LIDA, WS-PROGRAMA-PASSO
                     WITH POINTER WS-PTR-PLANO
            END-UNSTRING
            IF WS-PTR-PLANO <= LENGTH OF REC-PLANO THEN
               MOVE REC-PLANO (WS-PTR-PLANO:) TO WS-PARAMETROS-PASSO
            END-IF
            MOVE SPACES TO WS-PROGRAMA-BASE
            MOVE SPACES TO WS-SUFIXO-PASSO
            UNSTRING WS-PROGRAMA-PASSO DELIMITED BY '/'
                     INTO WS-PROGRAMA-BASE, WS-SUFIXO-PASSO
            END-UNSTRING

            IF WS-PROGRAMA-PASSO = SPACES THEN
                      DELIMITED BY SIZE INTO EX-PARAMETROS
               END-STRING

               IF WS-SUFIXO-PASSO = 'P' THEN
                  PERFORM P250-EXECUTAR-PARTICOES
               ELSE
                  PERFORM P300-DISPARAR-COMANDO
                  PERFORM P400-CONFERIR-LOG
               END-IF

               ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
               ACCEPT EX-HORA-FIM FROM TIME
                  MOVE 0 TO EX-QTD-REJEITADOS
                  SET EX-RESULTADO-NORMAL TO TRUE
               END-IF
      * PASSO PARTICIONADO: AS CONTAGENS SAO DE PARTICOES (DISPARADAS,
      * OK E COM FALHA).
               IF WS-SUFIXO-PASSO = 'P' THEN
                  MOVE WS-QTD-PARTICOES TO EX-QTD-LIDOS
                  MOVE WS-QTD-PARTICOES-OK TO EX-QTD-GRAVADOS
                  MOVE WS-QTD-PARTICOES-FALHA TO EX-QTD-REJEITADOS
               END-IF
      * SO DEPOIS DO VEREDICTO: A CHAMADA DO CALCULO DE DIAS ZERA O
      * RETURN-CODE QUE O COMANDO DEIXOU.
               PERFORM P500-CONFERIR-MAXIMO
               CALL 'REGISTRAR-EXECUCAO'
                             USING REG-EXECUCAO,
                                   WS-RETORNO-REGISTRAR
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * PASSO PARTICIONADO: UM COMANDO SO COM UMA EXECUCAO POR
      * PARTICAO EM SEGUNDO PLANO ('&') E UM 'WAIT' NO FIM - O
      * SISTEMA SO DEVOLVE QUANDO TODAS TERMINARAM. O SEXTO CAMPO DO
      * PARAMETRO EH O NUMERO DA PARTICAO (VEJA P010 DO PRINCIPAL); OS
      * PARAMETROS DO PLANO SAO COMPLETADOS COM VIRGULAS ATE O QUINTO.
      * O VEREDICTO (WS-VEREDICTO-LOG) EH 'A' SE ALGUMA PARTICAO NAO
      * REGISTROU EXECUCAO NORMAL DEPOIS DO DISPARO.
      *-----------------------------------------------------------------
       P250-EXECUTAR-PARTICOES.
            PERFORM P260-CARREGAR-PARTICOES

            MOVE WS-PARAMETROS-PASSO TO WS-PARAMETROS-PARTICAO
            MOVE 0 TO WS-QTD-VIRGULAS
            INSPECT WS-PARAMETROS-PASSO TALLYING WS-QTD-VIRGULAS
                    FOR ALL ','
            PERFORM VARYING WS-IDX-PT FROM WS-QTD-VIRGULAS BY 1
                    UNTIL WS-IDX-PT >= 5
               MOVE SPACES TO WS-PARAMETROS-PARTICAO
               STRING FUNCTION TRIM (WS-PARAMETROS-PASSO) ','
                      DELIMITED BY SIZE INTO WS-PARAMETROS-PARTICAO
               END-STRING
               MOVE WS-PARAMETROS-PARTICAO TO WS-PARAMETROS-PASSO
            END-PERFORM

            ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
            ACCEPT WS-HORA-TRABALHO FROM TIME
            COMPUTE WS-MOMENTO-DISPARO =
                    WS-DATA-AAAAMMDD * 100000000 + WS-HORA-TRABALHO

            MOVE SPACES TO WS-COMANDO-PARTICOES
            MOVE 1 TO WS-PTR-COMANDO
            PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                    UNTIL WS-IDX-PT > WS-QTD-PARTICOES
               STRING './' FUNCTION TRIM (WS-PROGRAMA-BASE) ' '
                      FUNCTION TRIM (WS-PARAMETROS-PASSO)
                      WS-PT-NR-PARTICAO (WS-IDX-PT)
                      ' < ../../ENTRADA-LOTE-P'
                      WS-PT-NR-PARTICAO (WS-IDX-PT) '.TXT'
                      ' > ../../SAIDA-LOTE-P'
                      WS-PT-NR-PARTICAO (WS-IDX-PT) '.TXT'
                      ' 2>&1 & '
                      DELIMITED BY SIZE INTO WS-COMANDO-PARTICOES
                      WITH POINTER WS-PTR-COMANDO
               END-STRING
               DISPLAY '   PARTICAO ' WS-PT-NR-PARTICAO (WS-IDX-PT)
                       ' DISPARADA'
            END-PERFORM
            STRING 'wait' DELIMITED BY SIZE INTO WS-COMANDO-PARTICOES
                   WITH POINTER WS-PTR-COMANDO
            END-STRING

            IF WS-QTD-PARTICOES > 0 THEN
               CALL 'SYSTEM' USING WS-COMANDO-PARTICOES
            ELSE
               DISPLAY '   NENHUMA PARTICAO CADASTRADA (PROGARQ026)'
            END-IF

            PERFORM P270-CONFERIR-LOG-PARTICOES
            MOVE 0 TO RETURN-CODE
            IF WS-QTD-PARTICOES-FALHA > 0 OR WS-QTD-PARTICOES = 0
               THEN
               MOVE 'A' TO WS-VEREDICTO-LOG
            ELSE
               MOVE 'N' TO WS-VEREDICTO-LOG
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P260-CARREGAR-PARTICOES.
            MOVE 0 TO WS-QTD-PARTICOES
            MOVE 'N' TO WS-EOF-LOG
            OPEN INPUT PARTICAO-FILE
            IF FS-PARTICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-LOG = 'F'
                  READ PARTICAO-FILE
                       AT END MOVE 'F' TO WS-EOF-LOG
                       NOT AT END
                           IF WS-QTD-PARTICOES < 20 THEN
                              ADD 1 TO WS-QTD-PARTICOES
                              MOVE PL-NR-PARTICAO TO
                                 WS-PT-NR-PARTICAO (WS-QTD-PARTICOES)
                              MOVE SPACE TO
                                 WS-PT-VEREDICTO (WS-QTD-PARTICOES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PARTICAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF-LOG
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * VEREDICTO DE CADA PARTICAO: O ULTIMO REGISTRO DELA NO LOG QUE
      * COMECOU DEPOIS DO DISPARO. SEM REGISTRO = NAO RODOU (TRAVA
      * OCUPADA, PARTICAO RECUSADA) OU MORREU SEM REGISTRAR.
      *-----------------------------------------------------------------
       P270-CONFERIR-LOG-PARTICOES.
            MOVE 'N' TO WS-EOF-LOG
            OPEN INPUT EXECUCAO-FILE
            IF FS-EXECUCAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-LOG = 'F'
                  READ EXECUCAO-FILE
                       AT END MOVE 'F' TO WS-EOF-LOG
                       NOT AT END PERFORM P280-AVALIAR-REGISTRO
                  END-READ
               END-PERFORM
               CLOSE EXECUCAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF-LOG

            MOVE 0 TO WS-QTD-PARTICOES-OK
            MOVE 0 TO WS-QTD-PARTICOES-FALHA
            PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                    UNTIL WS-IDX-PT > WS-QTD-PARTICOES
               IF WS-PT-VEREDICTO (WS-IDX-PT) = 'N' THEN
                  ADD 1 TO WS-QTD-PARTICOES-OK
               ELSE
                  ADD 1 TO WS-QTD-PARTICOES-FALHA
                  DISPLAY '   PARTICAO ' WS-PT-NR-PARTICAO (WS-IDX-PT)
                          ' FALHOU - VEJA SAIDA-LOTE-P'
                          WS-PT-NR-PARTICAO (WS-IDX-PT) '.TXT'
               END-IF
            END-PERFORM
            .
       P270-FIM.
      *-----------------------------------------------------------------
       P280-AVALIAR-REGISTRO.
            COMPUTE WS-MOMENTO-LOG =
                    XL-DATA-INICIO * 100000000 + XL-HORA-INICIO
            IF WS-MOMENTO-LOG >= WS-MOMENTO-DISPARO THEN
               PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                       UNTIL WS-IDX-PT > WS-QTD-PARTICOES
                  MOVE SPACES TO WS-PROGRAMA-PARTICAO
                  STRING FUNCTION TRIM (WS-PROGRAMA-BASE) '-LOTE-P'
                         WS-PT-NR-PARTICAO (WS-IDX-PT)
                         DELIMITED BY SIZE INTO WS-PROGRAMA-PARTICAO
                  END-STRING
                  IF XL-PROGRAMA = WS-PROGRAMA-PARTICAO THEN
                     MOVE XL-RESULTADO TO WS-PT-VEREDICTO (WS-IDX-PT)
                  END-IF
               END-PERFORM
            END-IF
            .
       P280-FIM.
      *-----------------------------------------------------------------
       P300-DISPARAR-COMANDO.
            MOVE SPACES TO WS-COMANDO
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * PIORES CASOS JA VISTOS: OS PASSOS ('S') E A CADEIA ('C') DE
      * TEMPOS-LOTE.TXT.
      *-----------------------------------------------------------------
       P100-CARREGAR-MAXIMOS.
            MOVE 0 TO WS-QTD-MAXIMOS
            MOVE 0 TO WS-MAXIMO-CADEIA
            MOVE 'N' TO WS-EOF-LOG
            OPEN INPUT TEMPOS-FILE
            IF FS-TEMPOS = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-LOG = 'F'
                  READ TEMPOS-FILE
                       AT END MOVE 'F' TO WS-EOF-LOG
                       NOT AT END
                           IF TL-TIPO-CADEIA THEN
                              MOVE TL-MAXIMO-SEGUNDOS
                                TO WS-MAXIMO-CADEIA
                           END-IF
                           IF TL-TIPO-PASSO AND
                              WS-QTD-MAXIMOS < 200 THEN
                              ADD 1 TO WS-QTD-MAXIMOS
                              MOVE TL-PROGRAMA
                                TO WS-MX-PROGRAMA (WS-QTD-MAXIMOS)
                              MOVE TL-MAXIMO-SEGUNDOS
                                TO WS-MX-SEGUNDOS (WS-QTD-MAXIMOS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TEMPOS-FILE
            END-IF
            MOVE 'N' TO WS-EOF-LOG
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PASSO MAIS LENTO QUE O PIOR CASO JA VISTO: AVISO NA TELA E
      * '>MAXIMO' NO FIM DOS PARAMETROS DO REGISTRO DO PASSO (O NOME
      * DO PROGRAMA CONTINUA NAS POSICOES 11-30).
      *-----------------------------------------------------------------
       P500-CONFERIR-MAXIMO.
            MOVE 0 TO WS-MAXIMO-PASSO
            PERFORM VARYING WS-IDX-MAXIMO FROM 1 BY 1
                    UNTIL WS-IDX-MAXIMO > WS-QTD-MAXIMOS
               IF WS-MX-PROGRAMA (WS-IDX-MAXIMO) =
                  WS-PROGRAMA-PASSO THEN
                  MOVE WS-MX-SEGUNDOS (WS-IDX-MAXIMO)
                    TO WS-MAXIMO-PASSO
               END-IF
            END-PERFORM
            IF WS-MAXIMO-PASSO > 0 THEN
               PERFORM P510-CALCULAR-DURACAO
               IF WS-DURACAO > WS-MAXIMO-PASSO THEN
                  ADD 1 TO WS-QTD-ACIMA-MAXIMO
                  MOVE '>MAXIMO' TO EX-PARAMETROS (32:7)
                  MOVE WS-DURACAO TO WS-DURACAO-EXIBIR
                  DISPLAY 'AVISO: PASSO ' WS-SEQ-LIDA ' DUROU '
                          WS-DURACAO-EXIBIR ' SEG - ACIMA DO MAXIMO '
                          'HISTORICO DE ' WS-MAXIMO-PASSO ' SEG'
               END-IF
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-CALCULAR-DURACAO.
            MOVE 0 TO WS-SERIAL-INICIO
            IF EX-DATA-INICIO NOT = EX-DATA-FIM THEN
               MOVE EX-DATA-INICIO TO WS-DATA-AAAAMMDD
               PERFORM P520-CALCULAR-SERIAL
               MOVE WS-DIA-SERIAL TO WS-SERIAL-INICIO
               MOVE EX-DATA-FIM TO WS-DATA-AAAAMMDD
               PERFORM P520-CALCULAR-SERIAL
               COMPUTE WS-SERIAL-INICIO =
                       WS-DIA-SERIAL - WS-SERIAL-INICIO
            END-IF
            MOVE EX-HORA-FIM TO WS-HORA-TRABALHO
            COMPUTE WS-DURACAO = WS-SERIAL-INICIO * 86400
                  + WS-HT-HORA * 3600 + WS-HT-MINUTO * 60
                  + WS-HT-SEGUNDO
            MOVE EX-HORA-INICIO TO WS-HORA-TRABALHO
            COMPUTE WS-DURACAO = WS-DURACAO
                  - WS-HT-HORA * 3600 - WS-HT-MINUTO * 60
                  - WS-HT-SEGUNDO
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P520-CALCULAR-SERIAL.
            MOVE 0 TO WS-DATA-DDMMAAAA
            STRING WS-DP-DIA WS-DP-MES WS-DP-ANO
                   DELIMITED BY SIZE INTO WS-DATA-DDMMAAAA
            END-STRING
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-DATA-DDMMAAAA, WS-DIA-SERIAL,
                                WS-RETORNO-DIA-SERIAL
            .
       P520-FIM.
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
       END PROGRAM ORQUESTRADOR.
