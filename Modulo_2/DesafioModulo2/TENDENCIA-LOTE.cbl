      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: TENDENCIA DE DURACAO DOS LOTES: A CADEIA NOTURNA VEM
      *          FICANDO MAIS LONGA E SO SE PERCEBIA QUANDO O PRIMEIRO
      *          USUARIO DA MANHA CHEGAVA COM O LOTE AINDA RODANDO. A
      *          PARTIR DE EXECUCOES.TXT (INICIO E FIM DE CADA
      *          EXECUCAO NORMAL - ABORTADA NAO ENTRA NA CONTA) O
      *          PROGRAMA CALCULA O TEMPO DE CADA EXECUCAO POR
      *          PROGRAMA, POR PASSO DO PLANO NOTURNO E DA CADEIA
      *          INTEIRA, MANTEM A MEDIA MOVEL DAS ULTIMAS 10 E O PIOR
      *          CASO, E APONTA TODA EXECUCAO DOS ULTIMOS 7 DIAS QUE
      *          PASSOU DA MEDIA DAS ANTERIORES EM MAIS DE N%. PELA
      *          RETA DE TENDENCIA DAS ULTIMAS 30 CADEIAS, PROJETA EM
      *          QUANTAS NOITES A CADEIA NAO CABE MAIS NA JANELA DE
      *          LOTE. PARAMETRO DE EXECUCAO 'PERC,JANELA' (TOLERANCIA
      *          EM % E JANELA EM MINUTOS; AUSENTE/INVALIDO = 30 E
      *          360). RELATORIO EM TENDENCIA-LOTE.TXT; A SITUACAO DE
      *          CADA UM VAI PARA TEMPOS-LOTE.TXT, LIDO PELO
      *          ORQUESTRADOR (AVISO DE PASSO ACIMA DO MAXIMO) E PELO
      *          RELATORIO-MATINAL (ESTOUROS DO DIA). PENSADO COMO
      *          PASSO DO PLANO NOTURNO, ANTES DO RELATORIO-MATINAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDENCIA-LOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXECUCAO-FILE ASSIGN TO
           '../../EXECUCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXECUCAO.

           SELECT TEMPOS-FILE ASSIGN TO
           '../../TEMPOS-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPOS.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../TENDENCIA-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * O LOG ENTRA COM PREFIXO PROPRIO (XL-) PARA NAO COLIDIR COM O
      * REG-EXECUCAO QUE O PROGRAMA MONTA PARA O PROPRIO REGISTRO.
       FD EXECUCAO-FILE.
           COPY EXECUCAO-RECORD REPLACING ==REG-EXECUCAO==
                                       BY ==REG-EXECUCAO-LOG==
                                 LEADING ==EX== BY ==XL==.
       FD TEMPOS-FILE.
           COPY TEMPO-LOTE-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-EXECUCAO                 PIC X(02)       VALUE SPACES.
       77 FS-TEMPOS                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * PARAMETRO DE EXECUCAO 'PERC,JANELA' (ACCEPT FROM COMMAND-LINE,
      * PADRAO DOS LOTES).
       77 WS-PARM-LINHA               PIC X(20)       VALUE SPACES.
       77 WS-PARM-PERC                PIC X(10)       VALUE SPACES.
       77 WS-PARM-JANELA              PIC X(10)       VALUE SPACES.
       77 WS-PERC-TOLERANCIA          PIC 9(03)       VALUE 30.
       77 WS-JANELA-MINUTOS           PIC 9(04)       VALUE 360.
       77 WS-JANELA-SEGUNDOS          PIC 9(06)       VALUE 0.
      * DURACAO DE UMA EXECUCAO: DIFERENCA EM DIAS PELO SERIAL DAS
      * DATAS (VEJA CALCULAR-DIA-SERIAL - SO QUANDO A EXECUCAO VIRA A
      * MEIA-NOITE) MAIS A DIFERENCA DAS HORAS EM SEGUNDOS.
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
       77 WS-SERIAL-FIM               PIC 9(07)       VALUE 0.
       77 WS-SERIAL-HOJE              PIC 9(07)       VALUE 0.
       77 WS-RETORNO-DIA-SERIAL       PIC 9(01)       VALUE 0.
       77 WS-SEGUNDOS-INICIO          PIC 9(06)       VALUE 0.
       77 WS-SEGUNDOS-FIM             PIC 9(06)       VALUE 0.
       77 WS-DURACAO                  PIC S9(08)      VALUE 0.
       77 WS-DURACAO-OK               PIC X(01)       VALUE 'N'.
      * UMA LINHA POR PROGRAMA/PASSO/CADEIA, COM AS ULTIMAS 10
      * DURACOES NORMAIS EM FILA CIRCULAR (A MEDIA MOVEL SAI DELAS).
       77 WS-QTD-TEMPOS               PIC 9(03)       VALUE 0.
       77 WS-IDX-TEMPO                PIC 9(03)       VALUE 0.
       77 WS-I                        PIC 9(03)       VALUE 0.
       01 WS-TABELA-TEMPOS.
           02 WS-TEMPO-ITEM OCCURS 300 TIMES.
              03 WS-TP-TIPO           PIC X(01).
              03 WS-TP-PROGRAMA       PIC X(20).
              03 WS-TP-QTD            PIC 9(05).
              03 WS-TP-QTD-FILA       PIC 9(02).
              03 WS-TP-POS-FILA       PIC 9(02).
              03 WS-TP-FILA           PIC 9(06)       OCCURS 10 TIMES.
              03 WS-TP-MAXIMO         PIC 9(06).
              03 WS-TP-DATA-MAXIMO    PIC 9(08).
              03 WS-TP-ULTIMA-DATA    PIC 9(08).
              03 WS-TP-ULTIMA-SEG     PIC 9(06).
              03 WS-TP-ESTOURO        PIC X(01).
              03 WS-TP-PERC-ACIMA     PIC 9(04).
       77 WS-TIPO-CHAVE               PIC X(01)       VALUE SPACE.
       77 WS-PROGRAMA-CHAVE           PIC X(20)       VALUE SPACES.
       77 WS-SOMA-FILA                PIC 9(08)       VALUE 0.
       77 WS-MEDIA-ANTERIOR           PIC 9(06)       VALUE 0.
       77 WS-MEDIA-ATUAL              PIC 9(06)       VALUE 0.
       77 WS-LIMITE-ESTOURO           PIC 9(08)       VALUE 0.
      * DURACAO DAS ULTIMAS 30 CADEIAS NOTURNAS COMPLETAS, DA MAIS
      * ANTIGA PARA A MAIS RECENTE (A PROJECAO SAI DA RETA DE MINIMOS
      * QUADRADOS SOBRE ELAS).
       77 WS-QTD-CADEIAS              PIC 9(02)       VALUE 0.
       01 WS-TABELA-CADEIAS.
           02 WS-CADEIA-ITEM OCCURS 30 TIMES.
              03 WS-CD-DATA           PIC 9(08).
              03 WS-CD-SEGUNDOS       PIC 9(06).
       77 WS-SOMA-X                   PIC 9(06)       VALUE 0.
       77 WS-SOMA-Y                   PIC 9(09)       VALUE 0.
       77 WS-SOMA-XY                  PIC 9(11)       VALUE 0.
       77 WS-SOMA-XX                  PIC 9(08)       VALUE 0.
       77 WS-DIVISOR                  PIC S9(12)      VALUE 0.
       77 WS-INCLINACAO               PIC S9(07)V9(04) VALUE 0.
       77 WS-INTERCEPTO               PIC S9(08)V9(04) VALUE 0.
       77 WS-PREVISTO-HOJE            PIC S9(08)V9(04) VALUE 0.
       77 WS-NOITES                   PIC 9(08)       VALUE 0.
       77 WS-NOITES-PARA-JANELA       PIC 9(04)       VALUE 9999.
      * LINHA DO RELATORIO.
       77 WS-SEGUNDOS-EDITAR          PIC 9(06)       VALUE 0.
       01 WS-TEMPO-EDT.
           03 WS-TE-HORA              PIC 9(02).
           03 FILLER                  PIC X(01)       VALUE ':'.
           03 WS-TE-MINUTO            PIC 9(02).
           03 FILLER                  PIC X(01)       VALUE ':'.
           03 WS-TE-SEGUNDO           PIC 9(02).
       77 WS-QUOCIENTE-HORA           PIC 9(03)       VALUE 0.
       77 WS-RESTO-HORA               PIC 9(04)       VALUE 0.
       77 WS-INCLINACAO-EDT           PIC Z(06)9.9.
       77 WS-TEMPO-A                  PIC X(08)       VALUE SPACES.
       77 WS-TEMPO-B                  PIC X(08)       VALUE SPACES.
       77 WS-TEMPO-C                  PIC X(08)       VALUE SPACES.
       77 WS-ROTULO-TIPO              PIC X(08)       VALUE SPACES.
       77 WS-MARCA-ESTOURO            PIC X(20)       VALUE SPACES.
      * TOTAIS.
       77 WS-QTD-LIDOS                PIC 9(07)       VALUE 0.
       77 WS-QTD-CONSIDERADOS         PIC 9(07)       VALUE 0.
       77 WS-QTD-ESTOUROS-SEMANA      PIC 9(05)       VALUE 0.
       77 WS-QTD-ESTOUROS-ULTIMA      PIC 9(05)       VALUE 0.
      * REGISTRO DO LOG DE EXECUCOES (VEJA EXECUCAO-RECORD.CPY) - O
      * PROGRAMA NAO PEDE OPERADOR, ENTAO O CAMPO SAI COMO 'N/D'.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'TENDENCIA DE DURACAO DOS LOTES'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            INITIALIZE REG-EXECUCAO
            MOVE 'TENDENCIA-LOTE' TO EX-PROGRAMA
            MOVE 'N/D' TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME

            ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
            UNSTRING WS-PARM-LINHA DELIMITED BY ','
                     INTO WS-PARM-PERC, WS-PARM-JANELA
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL (WS-PARM-PERC) = 0 AND
               FUNCTION NUMVAL (WS-PARM-PERC) > 0 AND
               FUNCTION NUMVAL (WS-PARM-PERC) < 1000 THEN
               COMPUTE WS-PERC-TOLERANCIA =
                       FUNCTION NUMVAL (WS-PARM-PERC)
            END-IF
            IF FUNCTION TEST-NUMVAL (WS-PARM-JANELA) = 0 AND
               FUNCTION NUMVAL (WS-PARM-JANELA) > 0 AND
               FUNCTION NUMVAL (WS-PARM-JANELA) < 10000 THEN
               COMPUTE WS-JANELA-MINUTOS =
                       FUNCTION NUMVAL (WS-PARM-JANELA)
            END-IF
            COMPUTE WS-JANELA-SEGUNDOS = WS-JANELA-MINUTOS * 60
            DISPLAY 'TOLERANCIA SOBRE A MEDIA......: '
                    WS-PERC-TOLERANCIA '%'
            DISPLAY 'JANELA DE LOTE (MINUTOS)......: '
                    WS-JANELA-MINUTOS

            MOVE WS-DATA-EMISSAO TO WS-DATA-AAAAMMDD
            PERFORM P810-CALCULAR-SERIAL
            MOVE WS-DIA-SERIAL TO WS-SERIAL-HOJE

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'TENDENCIA DE DURACAO DOS LOTES - EMITIDO EM '
                   WS-DATA-EMISSAO
                   ' - TOLERANCIA ' WS-PERC-TOLERANCIA
                   '% - JANELA ' WS-JANELA-MINUTOS ' MIN'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE '1. EXECUCOES DOS ULTIMOS 7 DIAS ACIMA DA MEDIA'
              TO REC-RELATORIO
            WRITE REC-RELATORIO

            PERFORM P100-LER-EXECUCOES

            IF WS-QTD-ESTOUROS-SEMANA = 0 THEN
               MOVE '   (NENHUMA)' TO REC-RELATORIO
               WRITE REC-RELATORIO
            END-IF

            PERFORM P300-PROJETAR-JANELA
            PERFORM P400-IMPRIMIR-RESUMO
            PERFORM P500-IMPRIMIR-PROJECAO
            PERFORM P600-GRAVAR-TEMPOS

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'REGISTROS DO LOG LIDOS.........: ' WS-QTD-LIDOS
                   ' - EXECUCOES NORMAIS MEDIDAS: ' WS-QTD-CONSIDERADOS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'ESTOUROS NOS ULTIMOS 7 DIAS....: '
                   WS-QTD-ESTOUROS-SEMANA
                   ' - NA ULTIMA EXECUCAO DE CADA UM: '
                   WS-QTD-ESTOUROS-ULTIMA
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE SPACES TO EX-PARAMETROS
            STRING 'PERC=' WS-PERC-TOLERANCIA
                   ' JANELA=' WS-JANELA-MINUTOS
                   DELIMITED BY SIZE INTO EX-PARAMETROS
            END-STRING
            MOVE WS-QTD-LIDOS TO EX-QTD-LIDOS
            MOVE WS-QTD-TEMPOS TO EX-QTD-GRAVADOS
            MOVE 0 TO EX-QTD-REJEITADOS
            SET EX-RESULTADO-NORMAL TO TRUE
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            DISPLAY 'EXECUCOES NORMAIS MEDIDAS.....: '
                    WS-QTD-CONSIDERADOS
            DISPLAY 'ESTOUROS NOS ULTIMOS 7 DIAS...: '
                    WS-QTD-ESTOUROS-SEMANA
            IF WS-NOITES-PARA-JANELA = 0 THEN
               DISPLAY '*** A CADEIA NOTURNA JA NAO CABE NA JANELA ***'
            ELSE
               IF WS-NOITES-PARA-JANELA < 9999 THEN
                  DISPLAY 'NOITES ATE A CADEIA NAO CABER..: '
                          WS-NOITES-PARA-JANELA
               END-IF
            END-IF
            DISPLAY 'RELATORIO: TENDENCIA-LOTE.TXT - SITUACAO EM '
                    'TEMPOS-LOTE.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
      * O LOG NA ORDEM DO ARQUIVO (CRONOLOGICA). REGISTRO DO
      * ORQUESTRADOR COM 'PASSO ' NOS PARAMETROS EH O TEMPO DE UM
      * PASSO DO PLANO (PROGRAMA NAS POSICOES 11-30); 'CADEIA NOTURNA
      * COMPLETA' EH A CADEIA INTEIRA; A CADEIA INTERROMPIDA NAO
      * ENTRA (ABORTADA).
      *-----------------------------------------------------------------
       P100-LER-EXECUCOES.
            MOVE 'N' TO WS-EOF
            OPEN INPUT EXECUCAO-FILE
            IF FS-EXECUCAO NOT = '00' THEN
               DISPLAY 'LOG DE EXECUCOES (EXECUCOES.TXT) NAO ENCONTRADO'
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXECUCAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF XL-RESULTADO = 'N' THEN
                              PERFORM P110-MEDIR-EXECUCAO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE EXECUCAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-MEDIR-EXECUCAO.
            PERFORM P800-CALCULAR-DURACAO
            IF WS-DURACAO-OK = 'S' THEN
               MOVE 'P' TO WS-TIPO-CHAVE
               MOVE XL-PROGRAMA TO WS-PROGRAMA-CHAVE
               IF XL-PROGRAMA = 'ORQUESTRADOR' THEN
                  IF XL-PARAMETROS (1:6) = 'PASSO ' THEN
                     MOVE 'S' TO WS-TIPO-CHAVE
                     MOVE XL-PARAMETROS (11:20) TO WS-PROGRAMA-CHAVE
                  ELSE
                     MOVE 'C' TO WS-TIPO-CHAVE
                     MOVE 'CADEIA NOTURNA' TO WS-PROGRAMA-CHAVE
                  END-IF
               END-IF
               ADD 1 TO WS-QTD-CONSIDERADOS
               PERFORM P120-ACHAR-TEMPO
               IF WS-IDX-TEMPO > 0 THEN
                  PERFORM P130-ACUMULAR-TEMPO
               END-IF
               IF WS-TIPO-CHAVE = 'C' THEN
                  PERFORM P140-GUARDAR-CADEIA
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P120-ACHAR-TEMPO.
            MOVE 0 TO WS-IDX-TEMPO
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-TEMPOS OR WS-IDX-TEMPO > 0
               IF WS-TP-TIPO (WS-I) = WS-TIPO-CHAVE AND
                  WS-TP-PROGRAMA (WS-I) = WS-PROGRAMA-CHAVE THEN
                  MOVE WS-I TO WS-IDX-TEMPO
               END-IF
            END-PERFORM
            IF WS-IDX-TEMPO = 0 AND WS-QTD-TEMPOS < 300 THEN
               ADD 1 TO WS-QTD-TEMPOS
               MOVE WS-QTD-TEMPOS TO WS-IDX-TEMPO
               INITIALIZE WS-TEMPO-ITEM (WS-IDX-TEMPO)
               MOVE WS-TIPO-CHAVE TO WS-TP-TIPO (WS-IDX-TEMPO)
               MOVE WS-PROGRAMA-CHAVE TO WS-TP-PROGRAMA (WS-IDX-TEMPO)
               MOVE 'N' TO WS-TP-ESTOURO (WS-IDX-TEMPO)
            END-IF
            .
       P120-FIM.
      *-----------------------------------------------------------------
      * A EXECUCAO EH COMPARADA COM A MEDIA DAS ANTERIORES (PELO MENOS
      * 3 NA FILA - ANTES DISSO NAO HA MEDIA QUE SE SUSTENTE) E SO
      * DEPOIS ENTRA NA FILA.
      *-----------------------------------------------------------------
       P130-ACUMULAR-TEMPO.
            MOVE 0 TO WS-MEDIA-ANTERIOR
            IF WS-TP-QTD-FILA (WS-IDX-TEMPO) >= 3 THEN
               PERFORM P150-MEDIA-FILA
               MOVE WS-MEDIA-ATUAL TO WS-MEDIA-ANTERIOR
            END-IF

            MOVE 'N' TO WS-TP-ESTOURO (WS-IDX-TEMPO)
            MOVE 0 TO WS-TP-PERC-ACIMA (WS-IDX-TEMPO)
            IF WS-MEDIA-ANTERIOR > 0 THEN
               COMPUTE WS-LIMITE-ESTOURO =
                       WS-MEDIA-ANTERIOR * (100 + WS-PERC-TOLERANCIA)
               IF WS-DURACAO * 100 > WS-LIMITE-ESTOURO THEN
                  MOVE 'S' TO WS-TP-ESTOURO (WS-IDX-TEMPO)
                  COMPUTE WS-TP-PERC-ACIMA (WS-IDX-TEMPO) =
                          (WS-DURACAO - WS-MEDIA-ANTERIOR) * 100
                          / WS-MEDIA-ANTERIOR
                     ON SIZE ERROR
                        MOVE 9999 TO WS-TP-PERC-ACIMA (WS-IDX-TEMPO)
                  END-COMPUTE
                  IF WS-SERIAL-FIM + 6 >= WS-SERIAL-HOJE THEN
                     PERFORM P160-LINHA-ESTOURO
                  END-IF
               END-IF
            END-IF

            ADD 1 TO WS-TP-QTD (WS-IDX-TEMPO)
            ADD 1 TO WS-TP-POS-FILA (WS-IDX-TEMPO)
            IF WS-TP-POS-FILA (WS-IDX-TEMPO) > 10 THEN
               MOVE 1 TO WS-TP-POS-FILA (WS-IDX-TEMPO)
            END-IF
            MOVE WS-TP-POS-FILA (WS-IDX-TEMPO) TO WS-I
            MOVE WS-DURACAO TO WS-TP-FILA (WS-IDX-TEMPO, WS-I)
            IF WS-TP-QTD-FILA (WS-IDX-TEMPO) < 10 THEN
               ADD 1 TO WS-TP-QTD-FILA (WS-IDX-TEMPO)
            END-IF
            IF WS-DURACAO > WS-TP-MAXIMO (WS-IDX-TEMPO) THEN
               MOVE WS-DURACAO TO WS-TP-MAXIMO (WS-IDX-TEMPO)
               MOVE XL-DATA-FIM TO WS-TP-DATA-MAXIMO (WS-IDX-TEMPO)
            END-IF
            MOVE XL-DATA-FIM TO WS-TP-ULTIMA-DATA (WS-IDX-TEMPO)
            MOVE WS-DURACAO TO WS-TP-ULTIMA-SEG (WS-IDX-TEMPO)
            .
       P130-FIM.
      *-----------------------------------------------------------------
       P140-GUARDAR-CADEIA.
            IF WS-QTD-CADEIAS = 30 THEN
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 29
                  MOVE WS-CADEIA-ITEM (WS-I + 1)
                    TO WS-CADEIA-ITEM (WS-I)
               END-PERFORM
            ELSE
               ADD 1 TO WS-QTD-CADEIAS
            END-IF
            MOVE XL-DATA-FIM TO WS-CD-DATA (WS-QTD-CADEIAS)
            MOVE WS-DURACAO TO WS-CD-SEGUNDOS (WS-QTD-CADEIAS)
            .
       P140-FIM.
      *-----------------------------------------------------------------
       P150-MEDIA-FILA.
            MOVE 0 TO WS-SOMA-FILA
            MOVE 0 TO WS-MEDIA-ATUAL
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-TP-QTD-FILA (WS-IDX-TEMPO)
               ADD WS-TP-FILA (WS-IDX-TEMPO, WS-I) TO WS-SOMA-FILA
            END-PERFORM
            IF WS-TP-QTD-FILA (WS-IDX-TEMPO) > 0 THEN
               COMPUTE WS-MEDIA-ATUAL ROUNDED =
                       WS-SOMA-FILA / WS-TP-QTD-FILA (WS-IDX-TEMPO)
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-LINHA-ESTOURO.
            ADD 1 TO WS-QTD-ESTOUROS-SEMANA
            PERFORM P170-ROTULO-TIPO
            MOVE WS-DURACAO TO WS-SEGUNDOS-EDITAR
            PERFORM P820-EDITAR-TEMPO
            MOVE WS-TEMPO-EDT TO WS-TEMPO-A
            MOVE WS-MEDIA-ANTERIOR TO WS-SEGUNDOS-EDITAR
            PERFORM P820-EDITAR-TEMPO
            MOVE WS-TEMPO-EDT TO WS-TEMPO-B
            MOVE SPACES TO REC-RELATORIO
            STRING '   ' XL-DATA-FIM ' ' WS-ROTULO-TIPO ' '
                   WS-PROGRAMA-CHAVE
                   ' DUROU ' WS-TEMPO-A
                   ' MEDIA ' WS-TEMPO-B
                   ' +' WS-TP-PERC-ACIMA (WS-IDX-TEMPO) '%'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P170-ROTULO-TIPO.
            EVALUATE WS-TIPO-CHAVE
               WHEN 'S'   MOVE 'PASSO'    TO WS-ROTULO-TIPO
               WHEN 'C'   MOVE 'CADEIA'   TO WS-ROTULO-TIPO
               WHEN OTHER MOVE 'PROGRAMA' TO WS-ROTULO-TIPO
            END-EVALUATE
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * RETA DE MINIMOS QUADRADOS SOBRE AS ULTIMAS CADEIAS (X = ORDEM
      * DA NOITE, Y = SEGUNDOS): COM INCLINACAO POSITIVA, AS NOITES
      * QUE FALTAM SAO (JANELA - VALOR DA RETA NA ULTIMA NOITE) /
      * INCLINACAO. MENOS DE 5 CADEIAS NAO PROJETA.
      *-----------------------------------------------------------------
       P300-PROJETAR-JANELA.
            MOVE 9999 TO WS-NOITES-PARA-JANELA
            MOVE 0 TO WS-SOMA-X
            MOVE 0 TO WS-SOMA-Y
            MOVE 0 TO WS-SOMA-XY
            MOVE 0 TO WS-SOMA-XX
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-CADEIAS
               ADD WS-I TO WS-SOMA-X
               ADD WS-CD-SEGUNDOS (WS-I) TO WS-SOMA-Y
               COMPUTE WS-SOMA-XY =
                       WS-SOMA-XY + WS-I * WS-CD-SEGUNDOS (WS-I)
               COMPUTE WS-SOMA-XX = WS-SOMA-XX + WS-I * WS-I
            END-PERFORM

            IF WS-QTD-CADEIAS > 0 AND
               WS-CD-SEGUNDOS (WS-QTD-CADEIAS) >= WS-JANELA-SEGUNDOS
               THEN
               MOVE 0 TO WS-NOITES-PARA-JANELA
            END-IF

            IF WS-QTD-CADEIAS >= 5 AND WS-NOITES-PARA-JANELA > 0 THEN
               COMPUTE WS-DIVISOR =
                       WS-QTD-CADEIAS * WS-SOMA-XX
                     - WS-SOMA-X * WS-SOMA-X
               IF WS-DIVISOR > 0 THEN
                  COMPUTE WS-INCLINACAO ROUNDED =
                          (WS-QTD-CADEIAS * WS-SOMA-XY
                         - WS-SOMA-X * WS-SOMA-Y) / WS-DIVISOR
                  COMPUTE WS-INTERCEPTO ROUNDED =
                          (WS-SOMA-Y - WS-INCLINACAO * WS-SOMA-X)
                          / WS-QTD-CADEIAS
                  COMPUTE WS-PREVISTO-HOJE =
                          WS-INTERCEPTO
                        + WS-INCLINACAO * WS-QTD-CADEIAS
                  IF WS-INCLINACAO > 0 THEN
                     IF WS-PREVISTO-HOJE >= WS-JANELA-SEGUNDOS THEN
                        MOVE 0 TO WS-NOITES-PARA-JANELA
                     ELSE
                        COMPUTE WS-NOITES =
                                (WS-JANELA-SEGUNDOS - WS-PREVISTO-HOJE)
                                / WS-INCLINACAO + 1
                           ON SIZE ERROR MOVE 9998 TO WS-NOITES
                        END-COMPUTE
                        IF WS-NOITES > 9998 THEN
                           MOVE 9998 TO WS-NOITES
                        END-IF
                        MOVE WS-NOITES TO WS-NOITES-PARA-JANELA
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * RESUMO POR PROGRAMA/PASSO/CADEIA: EXECUCOES, MEDIA MOVEL DAS
      * ULTIMAS 10, PIOR CASO (COM A DATA) E A ULTIMA EXECUCAO.
      *-----------------------------------------------------------------
       P400-IMPRIMIR-RESUMO.
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING '2. DURACAO POR PROGRAMA (MEDIA DAS ULTIMAS 10 / '
                   'PIOR CASO / ULTIMA)'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            PERFORM VARYING WS-IDX-TEMPO FROM 1 BY 1
                    UNTIL WS-IDX-TEMPO > WS-QTD-TEMPOS
               PERFORM P410-LINHA-RESUMO
            END-PERFORM
            IF WS-QTD-TEMPOS = 0 THEN
               MOVE '   (NENHUMA EXECUCAO NORMAL NO LOG)'
                 TO REC-RELATORIO
               WRITE REC-RELATORIO
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-LINHA-RESUMO.
            MOVE WS-TP-TIPO (WS-IDX-TEMPO) TO WS-TIPO-CHAVE
            PERFORM P170-ROTULO-TIPO
            PERFORM P150-MEDIA-FILA
            MOVE WS-MEDIA-ATUAL TO WS-SEGUNDOS-EDITAR
            PERFORM P820-EDITAR-TEMPO
            MOVE WS-TEMPO-EDT TO WS-TEMPO-A
            MOVE WS-TP-MAXIMO (WS-IDX-TEMPO) TO WS-SEGUNDOS-EDITAR
            PERFORM P820-EDITAR-TEMPO
            MOVE WS-TEMPO-EDT TO WS-TEMPO-B
            MOVE WS-TP-ULTIMA-SEG (WS-IDX-TEMPO) TO WS-SEGUNDOS-EDITAR
            PERFORM P820-EDITAR-TEMPO
            MOVE WS-TEMPO-EDT TO WS-TEMPO-C
            MOVE SPACES TO WS-MARCA-ESTOURO
            IF WS-TP-ESTOURO (WS-IDX-TEMPO) = 'S' THEN
               ADD 1 TO WS-QTD-ESTOUROS-ULTIMA
               MOVE ' *** ACIMA DA MEDIA' TO WS-MARCA-ESTOURO
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING '   ' WS-ROTULO-TIPO ' '
                   WS-TP-PROGRAMA (WS-IDX-TEMPO)
                   ' X' WS-TP-QTD (WS-IDX-TEMPO)
                   ' MEDIA ' WS-TEMPO-A
                   ' PIOR ' WS-TEMPO-B
                   ' (' WS-TP-DATA-MAXIMO (WS-IDX-TEMPO) ')'
                   ' ULTIMA ' WS-TEMPO-C
                   WS-MARCA-ESTOURO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P410-FIM.
      *-----------------------------------------------------------------
       P500-IMPRIMIR-PROJECAO.
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE '3. CADEIA NOTURNA X JANELA DE LOTE' TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE WS-JANELA-SEGUNDOS TO WS-SEGUNDOS-EDITAR
            PERFORM P820-EDITAR-TEMPO
            MOVE WS-TEMPO-EDT TO WS-TEMPO-A
            MOVE SPACES TO REC-RELATORIO
            IF WS-QTD-CADEIAS = 0 THEN
               STRING '   NENHUMA CADEIA COMPLETA NO LOG - JANELA '
                      WS-TEMPO-A
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            ELSE
               MOVE WS-CD-SEGUNDOS (WS-QTD-CADEIAS)
                 TO WS-SEGUNDOS-EDITAR
               PERFORM P820-EDITAR-TEMPO
               MOVE WS-TEMPO-EDT TO WS-TEMPO-B
               STRING '   ULTIMA CADEIA (' WS-CD-DATA (WS-QTD-CADEIAS)
                      ') ' WS-TEMPO-B ' - JANELA ' WS-TEMPO-A
                      ' - CADEIAS NA TENDENCIA: ' WS-QTD-CADEIAS
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               MOVE SPACES TO REC-RELATORIO
               EVALUATE TRUE
                  WHEN WS-NOITES-PARA-JANELA = 0
                     MOVE '   *** A CADEIA JA NAO CABE NA JANELA ***'
                       TO REC-RELATORIO
                  WHEN WS-NOITES-PARA-JANELA < 9999
                     MOVE WS-INCLINACAO TO WS-INCLINACAO-EDT
                     STRING '   NO RITMO ATUAL (+'
                            WS-INCLINACAO-EDT ' SEG/NOITE) A CADEIA '
                            'DEIXA DE CABER EM ' WS-NOITES-PARA-JANELA
                            ' NOITE(S)'
                            DELIMITED BY SIZE INTO REC-RELATORIO
                     END-STRING
                  WHEN WS-QTD-CADEIAS < 5
                     STRING '   HISTORICO CURTO (MENOS DE 5 CADEIAS)'
                            ' - SEM PROJECAO'
                            DELIMITED BY SIZE INTO REC-RELATORIO
                     END-STRING
                  WHEN OTHER
                     MOVE '   SEM TENDENCIA DE ALTA - CABE NA JANELA'
                       TO REC-RELATORIO
               END-EVALUATE
               WRITE REC-RELATORIO
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * SITUACAO DE CADA UM EM TEMPOS-LOTE.TXT (REGRAVADO INTEIRO).
      *-----------------------------------------------------------------
       P600-GRAVAR-TEMPOS.
            OPEN OUTPUT TEMPOS-FILE
            PERFORM VARYING WS-IDX-TEMPO FROM 1 BY 1
                    UNTIL WS-IDX-TEMPO > WS-QTD-TEMPOS
               PERFORM P150-MEDIA-FILA
               MOVE SPACES TO REG-TEMPO-LOTE
               MOVE WS-TP-TIPO (WS-IDX-TEMPO)      TO TL-TIPO
               MOVE WS-TP-PROGRAMA (WS-IDX-TEMPO)  TO TL-PROGRAMA
               MOVE WS-TP-QTD (WS-IDX-TEMPO)       TO TL-QTD-EXECUCOES
               MOVE WS-MEDIA-ATUAL                 TO TL-MEDIA-SEGUNDOS
               MOVE WS-TP-MAXIMO (WS-IDX-TEMPO)    TO TL-MAXIMO-SEGUNDOS
               MOVE WS-TP-DATA-MAXIMO (WS-IDX-TEMPO)
                                                   TO TL-DATA-MAXIMO
               MOVE WS-TP-ULTIMA-DATA (WS-IDX-TEMPO)
                                                   TO TL-ULTIMA-DATA
               MOVE WS-TP-ULTIMA-SEG (WS-IDX-TEMPO)
                                                   TO TL-ULTIMA-SEGUNDOS
               MOVE WS-TP-ESTOURO (WS-IDX-TEMPO)   TO TL-ESTOURO
               MOVE WS-TP-PERC-ACIMA (WS-IDX-TEMPO)
                                                   TO TL-PERC-ACIMA
               MOVE 0 TO TL-JANELA-MINUTOS
               MOVE 9999 TO TL-NOITES-PARA-JANELA
               IF TL-TIPO-CADEIA THEN
                  MOVE WS-JANELA-MINUTOS TO TL-JANELA-MINUTOS
                  MOVE WS-NOITES-PARA-JANELA TO TL-NOITES-PARA-JANELA
               END-IF
               WRITE REG-TEMPO-LOTE
            END-PERFORM
            CLOSE TEMPOS-FILE
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * DURACAO EM SEGUNDOS DO REGISTRO LIDO (XL-). DATA/HORA FALTANDO
      * OU FIM ANTES DO INICIO (RELOGIO ACERTADO) NAO ENTRA.
      *-----------------------------------------------------------------
       P800-CALCULAR-DURACAO.
            MOVE 'N' TO WS-DURACAO-OK
            MOVE 0 TO WS-DURACAO
            IF XL-DATA-INICIO IS NOT NUMERIC OR
               XL-DATA-FIM IS NOT NUMERIC OR
               XL-HORA-INICIO IS NOT NUMERIC OR
               XL-HORA-FIM IS NOT NUMERIC OR
               XL-DATA-INICIO = 0 OR XL-DATA-FIM = 0 THEN
               CONTINUE
            ELSE
               MOVE XL-DATA-FIM TO WS-DATA-AAAAMMDD
               PERFORM P810-CALCULAR-SERIAL
               MOVE WS-DIA-SERIAL TO WS-SERIAL-FIM
               IF XL-DATA-INICIO = XL-DATA-FIM THEN
                  MOVE WS-SERIAL-FIM TO WS-SERIAL-INICIO
               ELSE
                  MOVE XL-DATA-INICIO TO WS-DATA-AAAAMMDD
                  PERFORM P810-CALCULAR-SERIAL
                  MOVE WS-DIA-SERIAL TO WS-SERIAL-INICIO
               END-IF
               MOVE XL-HORA-INICIO TO WS-HORA-TRABALHO
               COMPUTE WS-SEGUNDOS-INICIO =
                       WS-HT-HORA * 3600 + WS-HT-MINUTO * 60
                     + WS-HT-SEGUNDO
               MOVE XL-HORA-FIM TO WS-HORA-TRABALHO
               COMPUTE WS-SEGUNDOS-FIM =
                       WS-HT-HORA * 3600 + WS-HT-MINUTO * 60
                     + WS-HT-SEGUNDO
               COMPUTE WS-DURACAO =
                       (WS-SERIAL-FIM - WS-SERIAL-INICIO) * 86400
                     + WS-SEGUNDOS-FIM - WS-SEGUNDOS-INICIO
               IF WS-SERIAL-FIM > 0 AND WS-SERIAL-INICIO > 0 AND
                  WS-DURACAO >= 0 AND WS-DURACAO < 1000000 THEN
                  MOVE 'S' TO WS-DURACAO-OK
               END-IF
            END-IF
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-CALCULAR-SERIAL.
            MOVE 0 TO WS-DATA-DDMMAAAA
            STRING WS-DP-DIA WS-DP-MES WS-DP-ANO
                   DELIMITED BY SIZE INTO WS-DATA-DDMMAAAA
            END-STRING
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-DATA-DDMMAAAA, WS-DIA-SERIAL,
                                WS-RETORNO-DIA-SERIAL
            .
       P810-FIM.
      *-----------------------------------------------------------------
       P820-EDITAR-TEMPO.
            DIVIDE WS-SEGUNDOS-EDITAR BY 3600 GIVING WS-QUOCIENTE-HORA
                   REMAINDER WS-RESTO-HORA
            MOVE WS-QUOCIENTE-HORA TO WS-TE-HORA
            DIVIDE WS-RESTO-HORA BY 60 GIVING WS-TE-MINUTO
                   REMAINDER WS-TE-SEGUNDO
            .
       P820-FIM.
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
       END PROGRAM TENDENCIA-LOTE.
