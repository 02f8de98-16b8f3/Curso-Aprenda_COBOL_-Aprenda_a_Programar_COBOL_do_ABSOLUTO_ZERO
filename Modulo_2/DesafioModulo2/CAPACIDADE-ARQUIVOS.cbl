      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: PREVISAO MENSAL DE CRESCIMENTO E CAPACIDADE DOS
      *          ARQUIVOS DE DADOS: NAO HAVIA AVISO NENHUM ANTES DE UM
      *          LIMITE ESTOURAR - O STUDENT.TXT EH RELATIVO COM O
      *          CD-STUDENT COMO POSICAO E SO CINCO DIGITOS, O JORNAL E
      *          A CHAMADA CRESCEM TODO DIA E OS ARQUIVOS MORTOS SE
      *          ACUMULAM ANO A ANO. PARA CADA ARQUIVO DA TABELA
      *          ABAIXO (E PARA OS MORTOS POR ANO, SOMADOS) O RELATORIO
      *          (CAPACIDADE-ARQUIVOS.TXT) TRAZ REGISTROS, BYTES EM
      *          DISCO (ROTINA CBL_CHECK_FILE_EXIST), O CRESCIMENTO
      *          MEDIO POR MES DESDE A LEITURA MAIS ANTIGA DOS ULTIMOS
      *          6 MESES E O MES PROJETADO PARA BATER NO LIMITE:
      *          - MAIOR CD-STUDENT OCUPADO CONTRA 99999;
      *          - SEQUENCIA DO SPOOL (SP-SEQ) E DA AUDITORIA
      *            (AU-SEQUENCIA) CONTRA 9999999;
      *          - TETO DE TAMANHO POR ARQUIVO, CONFIGURADO EM
      *            CAPACIDADE-TETOS.TXT (UMA LINHA POR ARQUIVO NO
      *            FORMATO ARQUIVO,TETO-EM-MB; ARQUIVO FORA DA LISTA
      *            FICA SEM TETO).
      *          LIMITE A 12 MESES OU MENOS, OU COM 90% JA USADOS, SAI
      *          MARCADO. NO FIM, AS RECOMENDACOES: PODAR-LOGS PARA OS
      *          LOGS COM REGISTROS DE MAIS DE 6 MESES (OU PERTO DO
      *          TETO) E ARQUIVAR-ANO PARA OS ACUMULATIVOS QUE AINDA
      *          TEM REGISTROS DE ANOS ENCERRADOS. CADA LEITURA VAI
      *          PARA CAPACIDADE-HIST.TXT - A TENDENCIA SOBREVIVE DE UM
      *          MES PARA O OUTRO. RODA SEM OPERADOR E REGISTRA A
      *          EXECUCAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACIDADE-ARQUIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT ARQUIVO-DADOS ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DADOS.

           SELECT TETOS-FILE ASSIGN TO
           '../../CAPACIDADE-TETOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TETOS.

           SELECT HISTORICO-FILE ASSIGN TO
           '../../CAPACIDADE-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../CAPACIDADE-ARQUIVOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
      * QUALQUER ARQUIVO SEQUENCIAL DA TABELA: O REGISTRO EH LIDO
      * INTEIRO E OS CAMPOS SAO TIRADOS PELA POSICAO DA TABELA.
       FD ARQUIVO-DADOS.
       01 REC-DADOS                PIC X(400).
       FD TETOS-FILE.
       01 REC-TETO                 PIC X(80).
       FD HISTORICO-FILE.
           COPY CAPACIDADE-HIST-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-DADOS                    PIC X(02)       VALUE SPACES.
       77 FS-TETOS                    PIC X(02)       VALUE SPACES.
       77 FS-HISTORICO                PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-NOME-ARQUIVO             PIC X(60)       VALUE SPACES.
       01 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       01 WS-DATA-EMISSAO-R REDEFINES WS-DATA-EMISSAO.
           03 WS-ANO-EMISSAO          PIC 9(04).
           03 WS-MES-EMISSAO          PIC 9(02).
           03 WS-DIA-EMISSAO          PIC 9(02).
      * ARQUIVOS MEDIDOS: NOME, ORGANIZACAO ('R' = STUDENT RELATIVO,
      * 'L' = SEQUENCIAL DE LINHA), POSICAO DA DATA AAAAMMDD (000 =
      * SEM DATA), POSICAO DO ANO PARA O ARQUIVAR-ANO (000 = O DA
      * DATA), POSICAO E TAMANHO DO CONTADOR (000 = SEM CONTADOR),
      * LIMITE DO CONTADOR E A ROTINA DE LIMPEZA QUE ATENDE O ARQUIVO
      * ('P' = PODAR-LOGS, 'A' = ARQUIVAR-ANO). A ULTIMA LINHA DO
      * RELATORIO SAO OS ARQUIVOS MORTOS DO ARQUIVAR-ANO, SOMADOS.
       01 WS-ARQUIVOS-VALORES.
           02 FILLER PIC X(24) VALUE 'STUDENT.TXT'.
           02 FILLER PIC X(21) VALUE 'R0000000000000099999 '.
           02 FILLER PIC X(24) VALUE 'NOTAS-HIST.TXT'.
           02 FILLER PIC X(21) VALUE 'L0921080000000000000A'.
           02 FILLER PIC X(24) VALUE 'NOTAS-DETALHE.TXT'.
           02 FILLER PIC X(21) VALUE 'L0310000000000000000 '.
           02 FILLER PIC X(24) VALUE 'BOLETINS.TXT'.
           02 FILLER PIC X(21) VALUE 'L1361360000000000000A'.
           02 FILLER PIC X(24) VALUE 'EXCECOES.TXT'.
           02 FILLER PIC X(21) VALUE 'L0760760000000000000A'.
           02 FILLER PIC X(24) VALUE 'AUDITORIA.TXT'.
           02 FILLER PIC X(21) VALUE 'L0550550637009999999A'.
           02 FILLER PIC X(24) VALUE 'JORNAL.TXT'.
           02 FILLER PIC X(21) VALUE 'L0010000000000000000P'.
           02 FILLER PIC X(24) VALUE 'EXECUCOES.TXT'.
           02 FILLER PIC X(21) VALUE 'L0310000000000000000P'.
           02 FILLER PIC X(24) VALUE 'ERROS.TXT'.
           02 FILLER PIC X(21) VALUE 'L0010000000000000000P'.
           02 FILLER PIC X(24) VALUE 'TOTAIS-GRAVACAO.TXT'.
           02 FILLER PIC X(21) VALUE 'L0010000000000000000P'.
           02 FILLER PIC X(24) VALUE 'CHAMADA.TXT'.
           02 FILLER PIC X(21) VALUE 'L0000000000000000000 '.
           02 FILLER PIC X(24) VALUE 'PENDENTES.TXT'.
           02 FILLER PIC X(21) VALUE 'L0000000000000000000 '.
           02 FILLER PIC X(24) VALUE 'SPOOL-INDICE.TXT'.
           02 FILLER PIC X(21) VALUE 'L0000000017009999999 '.
           02 FILLER PIC X(24) VALUE 'ARQUIVOS MORTOS'.
           02 FILLER PIC X(21) VALUE 'M0000000000000000000 '.
       01 WS-ARQUIVOS REDEFINES WS-ARQUIVOS-VALORES.
           02 WS-ARQ OCCURS 14 TIMES.
              03 WS-ARQ-NOME          PIC X(24).
              03 WS-ARQ-ORGANIZACAO   PIC X(01).
              03 WS-ARQ-POS-DATA      PIC 9(03).
              03 WS-ARQ-POS-ANO       PIC 9(03).
              03 WS-ARQ-POS-CONTADOR  PIC 9(03).
              03 WS-ARQ-TAM-CONTADOR  PIC 9(01).
              03 WS-ARQ-LIMITE        PIC 9(09).
              03 WS-ARQ-LIMPEZA       PIC X(01).
       77 WS-QTD-ARQUIVOS             PIC 9(02)       VALUE 14.
       77 WS-IDX-ARQ                  PIC 9(02)       VALUE 0.
       77 WS-I                        PIC 9(02)       VALUE 0.
      * O QUE FOI MEDIDO AGORA E A LEITURA-BASE DO HISTORICO (A MAIS
      * ANTIGA ENTRE 1 E 6 MESES ATRAS), NA MESMA ORDEM DA TABELA.
       01 WS-TABELA-SITUACAO.
           02 WS-SITUACAO OCCURS 14 TIMES.
              03 WS-SI-EXISTE         PIC X(01).
              03 WS-SI-REGISTROS      PIC 9(09).
              03 WS-SI-BYTES          PIC 9(12).
              03 WS-SI-CONTADOR       PIC 9(09).
              03 WS-SI-DATA-ANTIGA    PIC 9(08).
              03 WS-SI-ANO-ANTIGO     PIC 9(04).
              03 WS-SI-QTD-FECHADOS   PIC 9(09).
              03 WS-SI-TETO-MB        PIC 9(06).
              03 WS-SI-BASE-MES       PIC 9(06).
              03 WS-SI-BASE-REGISTROS PIC 9(09).
              03 WS-SI-BASE-BYTES     PIC 9(12).
              03 WS-SI-BASE-CONTADOR  PIC 9(09).
      * TAMANHO DO ARQUIVO EM DISCO (CBL_CHECK_FILE_EXIST DEVOLVE O
      * TAMANHO E O MOMENTO DA ULTIMA ALTERACAO; RETURN-CODE NAO ZERO
      * = ARQUIVO NAO EXISTE).
       01 WS-DETALHE-ARQUIVO.
           03 WS-DA-TAMANHO           PIC X(08)       COMP-X.
           03 WS-DA-DIA               PIC X(01)       COMP-X.
           03 WS-DA-MES               PIC X(01)       COMP-X.
           03 WS-DA-ANO               PIC X(02)       COMP-X.
           03 WS-DA-HORA              PIC X(01)       COMP-X.
           03 WS-DA-MINUTO            PIC X(01)       COMP-X.
           03 WS-DA-SEGUNDO           PIC X(01)       COMP-X.
           03 WS-DA-CENTESIMO         PIC X(01)       COMP-X.
       77 WS-BYTES-ARQUIVO            PIC 9(12)       VALUE 0.
       77 WS-ACHOU-ARQUIVO            PIC X(01)       VALUE 'N'.
      * CAMPOS TIRADOS DO REGISTRO LIDO.
       77 WS-DATA-LIDA                PIC 9(08)       VALUE 0.
       01 WS-DATA-MES                 PIC 9(08)       VALUE 0.
       01 WS-DATA-MES-R REDEFINES WS-DATA-MES.
           03 WS-ANO-DATA-MES         PIC 9(04).
           03 WS-MES-DATA-MES         PIC 9(02).
           03 WS-DIA-DATA-MES         PIC 9(02).
       77 WS-ANO-LIDO                 PIC 9(04)       VALUE 0.
       77 WS-CONTADOR-LIDO            PIC 9(09)       VALUE 0.
      * ARQUIVOS MORTOS DO ARQUIVAR-ANO (BASE-AAAA.TXT), DOS ULTIMOS
      * 30 ANOS.
       01 WS-BASES-MORTOS-VALORES.
           02 FILLER PIC X(12) VALUE 'NOTAS-HIST'.
           02 FILLER PIC X(12) VALUE 'BOLETINS'.
           02 FILLER PIC X(12) VALUE 'EXCECOES'.
           02 FILLER PIC X(12) VALUE 'AUDITORIA'.
       01 WS-BASES-MORTOS REDEFINES WS-BASES-MORTOS-VALORES.
           02 WS-BASE-MORTO           PIC X(12)       OCCURS 4 TIMES.
       77 WS-IDX-BASE                 PIC 9(01)       VALUE 0.
       77 WS-ANO-MORTO                PIC 9(04)       VALUE 0.
       77 WS-ANO-MORTO-INICIAL        PIC 9(04)       VALUE 0.
       77 WS-QTD-ANOS-MORTOS          PIC 9(02)       VALUE 0.
       77 WS-ANO-MORTO-ANTIGO         PIC 9(04)       VALUE 0.
       77 WS-TEVE-MORTO-NO-ANO        PIC X(01)       VALUE 'N'.
      * LINHA DE CAPACIDADE-TETOS.TXT (ARQUIVO,TETO-EM-MB).
       77 WS-TETO-ARQUIVO             PIC X(24)       VALUE SPACES.
       77 WS-TETO-TEXTO               PIC X(10)       VALUE SPACES.
      * CRESCIMENTO E PROJECAO (MESES CONTADOS COMO ANO * 12 + MES).
       77 WS-MES-ATUAL                PIC 9(06)       VALUE 0.
       77 WS-MES-LEITURA              PIC 9(06)       VALUE 0.
       77 WS-MESES-DECORRIDOS         PIC 9(03)       VALUE 0.
       77 WS-CRESC-REGISTROS          PIC S9(09)      VALUE 0.
       77 WS-CRESC-BYTES              PIC S9(12)      VALUE 0.
       77 WS-CRESC-CONTADOR           PIC S9(09)      VALUE 0.
       77 WS-VALOR-ATUAL              PIC 9(12)       VALUE 0.
       77 WS-VALOR-LIMITE             PIC 9(12)       VALUE 0.
       77 WS-CRESC-POR-MES            PIC S9(12)      VALUE 0.
       77 WS-PERC-USO                 PIC 9(03)       VALUE 0.
       77 WS-MESES-ATE-LIMITE         PIC 9(05)       VALUE 0.
       77 WS-MES-ALVO                 PIC 9(06)       VALUE 0.
       77 WS-ANO-ALVO                 PIC 9(04)       VALUE 0.
       77 WS-MES-DO-ANO-ALVO          PIC 9(02)       VALUE 0.
       77 WS-ROTULO-LIMITE            PIC X(16)       VALUE SPACES.
       77 WS-TEXTO-PROJECAO           PIC X(50)       VALUE SPACES.
       77 WS-MARCA-ATENCAO            PIC X(04)       VALUE SPACES.
      * CORTE SUGERIDO PARA O PODAR-LOGS: FIM DO MES DE 3 MESES ATRAS.
       77 WS-MES-CORTE                PIC 9(06)       VALUE 0.
      * LINHA DO RELATORIO.
       77 WS-REGISTROS-EDT            PIC Z(08)9.
       77 WS-BYTES-EDT                PIC Z(11)9.
       77 WS-CRESC-EDT                PIC -(12)9.
       77 WS-VALOR-EDT                PIC Z(11)9.
       77 WS-LIMITE-EDT               PIC Z(11)9.
      * TOTAIS.
       77 WS-QTD-ATENCAO              PIC 9(03)       VALUE 0.
       77 WS-QTD-RECOMENDACOES        PIC 9(03)       VALUE 0.
      * REGISTRO DO LOG DE EXECUCOES (VEJA EXECUCAO-RECORD.CPY) - O
      * PROGRAMA NAO PEDE OPERADOR, ENTAO O CAMPO SAI COMO 'N/D'.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
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
            DISPLAY 'CAPACIDADE DOS ARQUIVOS DE DADOS'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            COMPUTE WS-MES-ATUAL = WS-ANO-EMISSAO * 12 + WS-MES-EMISSAO
            COMPUTE WS-MES-CORTE = WS-MES-ATUAL - 3

            INITIALIZE REG-EXECUCAO
            MOVE 'CAPACIDADE-ARQUIVOS' TO EX-PROGRAMA
            MOVE 'N/D' TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME

            INITIALIZE WS-TABELA-SITUACAO
            PERFORM P100-CARREGAR-TETOS
            PERFORM P150-CARREGAR-HISTORICO

            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                    UNTIL WS-IDX-ARQ > WS-QTD-ARQUIVOS
               EVALUATE WS-ARQ-ORGANIZACAO (WS-IDX-ARQ)
                  WHEN 'R' PERFORM P200-MEDIR-STUDENT
                  WHEN 'M' PERFORM P400-MEDIR-MORTOS
                  WHEN OTHER PERFORM P300-MEDIR-SEQUENCIAL
               END-EVALUATE
            END-PERFORM

            PERFORM P500-IMPRIMIR-RELATORIO
            PERFORM P700-GRAVAR-HISTORICO

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE 'CAPACIDADE-ARQUIVOS.TXT' TO EX-PARAMETROS
            MOVE WS-QTD-ARQUIVOS TO EX-QTD-LIDOS
            MOVE WS-QTD-ARQUIVOS TO EX-QTD-GRAVADOS
            MOVE 0 TO EX-QTD-REJEITADOS
            SET EX-RESULTADO-NORMAL TO TRUE
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            DISPLAY 'LIMITES EM ATENCAO............: ' WS-QTD-ATENCAO
            DISPLAY 'RECOMENDACOES DE LIMPEZA......: '
                    WS-QTD-RECOMENDACOES
            DISPLAY 'RELATORIO: CAPACIDADE-ARQUIVOS.TXT - HISTORICO '
                    'EM CAPACIDADE-HIST.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
      * TETOS CONFIGURADOS (ARQUIVO,TETO-EM-MB) - SEM O ARQUIVO, OU
      * FORA DELE, NAO HA TETO DE TAMANHO.
      *-----------------------------------------------------------------
       P100-CARREGAR-TETOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT TETOS-FILE
            IF FS-TETOS = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TETOS-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P110-GUARDAR-TETO
                  END-READ
               END-PERFORM
               CLOSE TETOS-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-TETO.
            MOVE SPACES TO WS-TETO-ARQUIVO
            MOVE SPACES TO WS-TETO-TEXTO
            UNSTRING REC-TETO DELIMITED BY ','
                     INTO WS-TETO-ARQUIVO, WS-TETO-TEXTO
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL (WS-TETO-TEXTO) = 0 AND
               FUNCTION NUMVAL (WS-TETO-TEXTO) > 0 AND
               FUNCTION NUMVAL (WS-TETO-TEXTO) < 1000000 THEN
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-ARQUIVOS
                  IF WS-ARQ-NOME (WS-I) = WS-TETO-ARQUIVO THEN
                     COMPUTE WS-SI-TETO-MB (WS-I) =
                             FUNCTION NUMVAL (WS-TETO-TEXTO)
                  END-IF
               END-PERFORM
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * LEITURA-BASE DE CADA ARQUIVO: A MAIS ANTIGA ENTRE 1 E 6 MESES
      * ATRAS (NO MESMO MES, A PRIMEIRA) - A LEITURA DO MES CORRENTE
      * (RERODADA) NAO CONTA.
      *-----------------------------------------------------------------
       P150-CARREGAR-HISTORICO.
            MOVE 'N' TO WS-EOF
            OPEN INPUT HISTORICO-FILE
            IF FS-HISTORICO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HISTORICO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P160-GUARDAR-BASE
                  END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-GUARDAR-BASE.
            MOVE CP-DATA-LEITURA TO WS-DATA-MES
            COMPUTE WS-MES-LEITURA =
                    WS-ANO-DATA-MES * 12 + WS-MES-DATA-MES
            IF WS-MES-LEITURA < WS-MES-ATUAL AND
               WS-MES-LEITURA + 6 >= WS-MES-ATUAL THEN
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-ARQUIVOS
                  IF WS-ARQ-NOME (WS-I) = CP-ARQUIVO AND
                     (WS-SI-BASE-MES (WS-I) = 0 OR
                      WS-MES-LEITURA < WS-SI-BASE-MES (WS-I)) THEN
                     MOVE WS-MES-LEITURA TO WS-SI-BASE-MES (WS-I)
                     MOVE CP-QTD-REGISTROS
                       TO WS-SI-BASE-REGISTROS (WS-I)
                     MOVE CP-BYTES TO WS-SI-BASE-BYTES (WS-I)
                     MOVE CP-MAIOR-CONTADOR
                       TO WS-SI-BASE-CONTADOR (WS-I)
                  END-IF
               END-PERFORM
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * STUDENT.TXT: REGISTROS OCUPADOS E A MAIOR POSICAO (CD-STUDENT)
      * EM USO - A POSICAO EH A CHAVE RELATIVA, ENTAO O LIMITE EH O DA
      * PIC 9(05) DO CODIGO, NAO A QUANTIDADE DE ALUNOS.
      *-----------------------------------------------------------------
       P200-MEDIR-STUDENT.
            PERFORM P800-TAMANHO-ARQUIVO
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               MOVE 'S' TO WS-SI-EXISTE (WS-IDX-ARQ)
               MOVE 1 TO WS-STUDENT-REL-KEY
               START STUDENT KEY IS NOT LESS THAN WS-STUDENT-REL-KEY
                     INVALID KEY
                        MOVE 'F' TO WS-EOF
               END-START
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ STUDENT NEXT RECORD
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SI-REGISTROS (WS-IDX-ARQ)
                           IF WS-STUDENT-REL-KEY >
                              WS-SI-CONTADOR (WS-IDX-ARQ) THEN
                              MOVE WS-STUDENT-REL-KEY
                                TO WS-SI-CONTADOR (WS-IDX-ARQ)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE STUDENT
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * ARQUIVO SEQUENCIAL: REGISTROS, DATA MAIS ANTIGA, CONTADOR E,
      * PARA OS DO ARQUIVAR-ANO, OS REGISTROS DE ANOS ENCERRADOS (DA
      * EXCECOES.TXT SO AS RESOLVIDAS - AS ABERTAS NAO SAO ARQUIVADAS).
      *-----------------------------------------------------------------
       P300-MEDIR-SEQUENCIAL.
            PERFORM P800-TAMANHO-ARQUIVO
            MOVE SPACES TO WS-NOME-ARQUIVO
            STRING '../../' WS-ARQ-NOME (WS-IDX-ARQ)
                   DELIMITED BY SPACE INTO WS-NOME-ARQUIVO
            END-STRING
            MOVE 'N' TO WS-EOF
            OPEN INPUT ARQUIVO-DADOS
            IF FS-DADOS = '00' THEN
               MOVE 'S' TO WS-SI-EXISTE (WS-IDX-ARQ)
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ARQUIVO-DADOS
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P310-MEDIR-REGISTRO
                  END-READ
               END-PERFORM
               CLOSE ARQUIVO-DADOS
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-MEDIR-REGISTRO.
            ADD 1 TO WS-SI-REGISTROS (WS-IDX-ARQ)

            MOVE 0 TO WS-DATA-LIDA
            IF WS-ARQ-POS-DATA (WS-IDX-ARQ) > 0 AND
               REC-DADOS (WS-ARQ-POS-DATA (WS-IDX-ARQ):8) IS NUMERIC
               THEN
               MOVE REC-DADOS (WS-ARQ-POS-DATA (WS-IDX-ARQ):8)
                 TO WS-DATA-LIDA
               IF WS-DATA-LIDA > 19000000 AND
                  (WS-SI-DATA-ANTIGA (WS-IDX-ARQ) = 0 OR
                   WS-DATA-LIDA < WS-SI-DATA-ANTIGA (WS-IDX-ARQ)) THEN
                  MOVE WS-DATA-LIDA TO WS-SI-DATA-ANTIGA (WS-IDX-ARQ)
               END-IF
            END-IF

            IF WS-ARQ-LIMPEZA (WS-IDX-ARQ) = 'A' THEN
               MOVE 0 TO WS-ANO-LIDO
               IF WS-ARQ-POS-ANO (WS-IDX-ARQ) > 0 AND
                  REC-DADOS (WS-ARQ-POS-ANO (WS-IDX-ARQ):4) IS NUMERIC
                  THEN
                  MOVE REC-DADOS (WS-ARQ-POS-ANO (WS-IDX-ARQ):4)
                    TO WS-ANO-LIDO
               END-IF
               IF WS-ANO-LIDO < 1900 AND WS-DATA-LIDA > 19000000 THEN
                  MOVE WS-DATA-LIDA (1:4) TO WS-ANO-LIDO
               END-IF
               IF WS-ARQ-NOME (WS-IDX-ARQ) = 'EXCECOES.TXT' AND
                  REC-DADOS (92:1) NOT = 'R' THEN
                  MOVE 0 TO WS-ANO-LIDO
               END-IF
               IF WS-ANO-LIDO > 1900 AND
                  WS-ANO-LIDO < WS-ANO-EMISSAO THEN
                  ADD 1 TO WS-SI-QTD-FECHADOS (WS-IDX-ARQ)
                  IF WS-SI-ANO-ANTIGO (WS-IDX-ARQ) = 0 OR
                     WS-ANO-LIDO < WS-SI-ANO-ANTIGO (WS-IDX-ARQ) THEN
                     MOVE WS-ANO-LIDO TO WS-SI-ANO-ANTIGO (WS-IDX-ARQ)
                  END-IF
               END-IF
            END-IF

            IF WS-ARQ-POS-CONTADOR (WS-IDX-ARQ) > 0 AND
               REC-DADOS (WS-ARQ-POS-CONTADOR (WS-IDX-ARQ):
                          WS-ARQ-TAM-CONTADOR (WS-IDX-ARQ)) IS NUMERIC
               THEN
               MOVE REC-DADOS (WS-ARQ-POS-CONTADOR (WS-IDX-ARQ):
                               WS-ARQ-TAM-CONTADOR (WS-IDX-ARQ))
                 TO WS-CONTADOR-LIDO
               IF WS-CONTADOR-LIDO > WS-SI-CONTADOR (WS-IDX-ARQ) THEN
                  MOVE WS-CONTADOR-LIDO TO WS-SI-CONTADOR (WS-IDX-ARQ)
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * ARQUIVOS MORTOS (BASE-AAAA.TXT DOS ULTIMOS 30 ANOS): BYTES E
      * REGISTROS SOMADOS, QUANTOS ANOS HA E O MAIS ANTIGO.
      *-----------------------------------------------------------------
       P400-MEDIR-MORTOS.
            MOVE 0 TO WS-QTD-ANOS-MORTOS
            MOVE 0 TO WS-ANO-MORTO-ANTIGO
            COMPUTE WS-ANO-MORTO-INICIAL = WS-ANO-EMISSAO - 30
            PERFORM VARYING WS-ANO-MORTO FROM WS-ANO-MORTO-INICIAL BY 1
                    UNTIL WS-ANO-MORTO > WS-ANO-EMISSAO
               MOVE 'N' TO WS-TEVE-MORTO-NO-ANO
               PERFORM VARYING WS-IDX-BASE FROM 1 BY 1
                       UNTIL WS-IDX-BASE > 4
                  PERFORM P410-MEDIR-MORTO
               END-PERFORM
               IF WS-TEVE-MORTO-NO-ANO = 'S' THEN
                  ADD 1 TO WS-QTD-ANOS-MORTOS
                  IF WS-ANO-MORTO-ANTIGO = 0 THEN
                     MOVE WS-ANO-MORTO TO WS-ANO-MORTO-ANTIGO
                  END-IF
               END-IF
            END-PERFORM
            MOVE WS-ANO-MORTO-ANTIGO TO WS-SI-ANO-ANTIGO (WS-IDX-ARQ)
            IF WS-QTD-ANOS-MORTOS > 0 THEN
               MOVE 'S' TO WS-SI-EXISTE (WS-IDX-ARQ)
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-MEDIR-MORTO.
            MOVE SPACES TO WS-NOME-ARQUIVO
            STRING '../../' WS-BASE-MORTO (WS-IDX-BASE)
                   DELIMITED BY SPACE
                   '-' WS-ANO-MORTO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
            END-STRING
            PERFORM P810-CONSULTAR-TAMANHO
            IF WS-ACHOU-ARQUIVO = 'S' THEN
               MOVE 'S' TO WS-TEVE-MORTO-NO-ANO
               ADD WS-BYTES-ARQUIVO TO WS-SI-BYTES (WS-IDX-ARQ)
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARQUIVO-DADOS
               IF FS-DADOS = '00' THEN
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ ARQUIVO-DADOS
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              ADD 1 TO WS-SI-REGISTROS (WS-IDX-ARQ)
                     END-READ
                  END-PERFORM
                  CLOSE ARQUIVO-DADOS
               END-IF
               MOVE 'N' TO WS-EOF
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * RELATORIO: UMA LINHA POR ARQUIVO, A PROJECAO DE CADA LIMITE E
      * AS RECOMENDACOES DE LIMPEZA.
      *-----------------------------------------------------------------
       P500-IMPRIMIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'CAPACIDADE DOS ARQUIVOS DE DADOS - EMITIDO EM '
                   WS-DATA-EMISSAO
                   ' - CRESCIMENTO: MEDIA POR MES NOS ULTIMOS 6 MESES'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                    UNTIL WS-IDX-ARQ > WS-QTD-ARQUIVOS
               PERFORM P510-LINHA-ARQUIVO
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'RECOMENDACOES DE LIMPEZA:' TO REC-RELATORIO
            WRITE REC-RELATORIO
            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                    UNTIL WS-IDX-ARQ > WS-QTD-ARQUIVOS
               PERFORM P600-RECOMENDAR
            END-PERFORM
            IF WS-QTD-RECOMENDACOES = 0 THEN
               MOVE '   NENHUMA - ARQUIVOS EM DIA' TO REC-RELATORIO
               WRITE REC-RELATORIO
            END-IF

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'LIMITES EM ATENCAO (12 MESES OU MENOS, OU 90% '
                   'USADOS): ' WS-QTD-ATENCAO
                   ' - RECOMENDACOES: ' WS-QTD-RECOMENDACOES
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-LINHA-ARQUIVO.
            MOVE SPACES TO REC-RELATORIO
            IF WS-SI-EXISTE (WS-IDX-ARQ) NOT = 'S' THEN
               STRING '   ' WS-ARQ-NOME (WS-IDX-ARQ)
                      ' (NAO ENCONTRADO)'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            ELSE
               MOVE WS-SI-REGISTROS (WS-IDX-ARQ) TO WS-REGISTROS-EDT
               MOVE WS-SI-BYTES (WS-IDX-ARQ) TO WS-BYTES-EDT
               STRING '   ' WS-ARQ-NOME (WS-IDX-ARQ)
                      ' REGISTROS ' WS-REGISTROS-EDT
                      ' BYTES ' WS-BYTES-EDT
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               IF WS-ARQ-ORGANIZACAO (WS-IDX-ARQ) = 'M' THEN
                  STRING ' - ' WS-QTD-ANOS-MORTOS ' ANO(S) DESDE '
                         WS-SI-ANO-ANTIGO (WS-IDX-ARQ)
                         DELIMITED BY SIZE INTO REC-RELATORIO (76:45)
                  END-STRING
               END-IF
               WRITE REC-RELATORIO

               PERFORM P520-LINHA-CRESCIMENTO
               IF WS-SI-TETO-MB (WS-IDX-ARQ) > 0 THEN
                  MOVE 'TETO' TO WS-ROTULO-LIMITE
                  MOVE WS-SI-BYTES (WS-IDX-ARQ) TO WS-VALOR-ATUAL
                  COMPUTE WS-VALOR-LIMITE =
                          WS-SI-TETO-MB (WS-IDX-ARQ) * 1048576
                  MOVE WS-CRESC-BYTES TO WS-CRESC-POR-MES
                  PERFORM P530-PROJETAR-LIMITE
               END-IF
               IF WS-ARQ-LIMITE (WS-IDX-ARQ) > 0 THEN
                  IF WS-ARQ-ORGANIZACAO (WS-IDX-ARQ) = 'R' THEN
                     MOVE 'MAIOR CODIGO' TO WS-ROTULO-LIMITE
                  ELSE
                     MOVE 'SEQUENCIA' TO WS-ROTULO-LIMITE
                  END-IF
                  MOVE WS-SI-CONTADOR (WS-IDX-ARQ) TO WS-VALOR-ATUAL
                  MOVE WS-ARQ-LIMITE (WS-IDX-ARQ) TO WS-VALOR-LIMITE
                  MOVE WS-CRESC-CONTADOR TO WS-CRESC-POR-MES
                  PERFORM P530-PROJETAR-LIMITE
               END-IF
            END-IF
            .
       P510-FIM.
      *-----------------------------------------------------------------
      * CRESCIMENTO MEDIO POR MES DESDE A LEITURA-BASE (SEM BASE, NAO
      * HA TENDENCIA AINDA - A PRIMEIRA EXECUCAO SO GRAVA A LEITURA).
      *-----------------------------------------------------------------
       P520-LINHA-CRESCIMENTO.
            MOVE 0 TO WS-CRESC-REGISTROS
            MOVE 0 TO WS-CRESC-BYTES
            MOVE 0 TO WS-CRESC-CONTADOR
            MOVE SPACES TO REC-RELATORIO
            IF WS-SI-BASE-MES (WS-IDX-ARQ) = 0 THEN
               STRING '      SEM LEITURA ANTERIOR - TENDENCIA A '
                      'PARTIR DO PROXIMO MES'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               COMPUTE WS-MESES-DECORRIDOS =
                       WS-MES-ATUAL - WS-SI-BASE-MES (WS-IDX-ARQ)
               COMPUTE WS-CRESC-REGISTROS =
                       (WS-SI-REGISTROS (WS-IDX-ARQ)
                      - WS-SI-BASE-REGISTROS (WS-IDX-ARQ))
                      / WS-MESES-DECORRIDOS
               COMPUTE WS-CRESC-BYTES =
                       (WS-SI-BYTES (WS-IDX-ARQ)
                      - WS-SI-BASE-BYTES (WS-IDX-ARQ))
                      / WS-MESES-DECORRIDOS
               COMPUTE WS-CRESC-CONTADOR =
                       (WS-SI-CONTADOR (WS-IDX-ARQ)
                      - WS-SI-BASE-CONTADOR (WS-IDX-ARQ))
                      / WS-MESES-DECORRIDOS
               MOVE WS-CRESC-BYTES TO WS-CRESC-EDT
               MOVE WS-CRESC-REGISTROS TO WS-REGISTROS-EDT
               IF WS-CRESC-REGISTROS < 0 THEN
                  STRING '      POR MES: BYTES ' WS-CRESC-EDT
                         ' REGISTROS (DIMINUIU)'
                         ' - EM ' WS-MESES-DECORRIDOS ' MES(ES)'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               ELSE
                  STRING '      POR MES: BYTES ' WS-CRESC-EDT
                         ' REGISTROS +' WS-REGISTROS-EDT
                         ' - EM ' WS-MESES-DECORRIDOS ' MES(ES)'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               END-IF
            END-IF
            WRITE REC-RELATORIO
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * UM LIMITE (TETO EM BYTES OU CONTADOR): PERCENTUAL USADO E O
      * MES EM QUE O CRESCIMENTO MEDIO O ALCANCA.
      *-----------------------------------------------------------------
       P530-PROJETAR-LIMITE.
            MOVE SPACES TO WS-MARCA-ATENCAO
            MOVE SPACES TO WS-TEXTO-PROJECAO
            COMPUTE WS-PERC-USO = WS-VALOR-ATUAL * 100 / WS-VALOR-LIMITE
               ON SIZE ERROR MOVE 999 TO WS-PERC-USO
            END-COMPUTE
            EVALUATE TRUE
               WHEN WS-VALOR-ATUAL >= WS-VALOR-LIMITE
                  MOVE 'LIMITE JA ATINGIDO' TO WS-TEXTO-PROJECAO
                  MOVE '***' TO WS-MARCA-ATENCAO
               WHEN WS-SI-BASE-MES (WS-IDX-ARQ) = 0
                  MOVE 'SEM TENDENCIA AINDA' TO WS-TEXTO-PROJECAO
               WHEN WS-CRESC-POR-MES NOT > 0
                  MOVE 'SEM CRESCIMENTO' TO WS-TEXTO-PROJECAO
               WHEN OTHER
                  COMPUTE WS-MESES-ATE-LIMITE =
                          (WS-VALOR-LIMITE - WS-VALOR-ATUAL
                         + WS-CRESC-POR-MES - 1) / WS-CRESC-POR-MES
                     ON SIZE ERROR MOVE 99999 TO WS-MESES-ATE-LIMITE
                  END-COMPUTE
                  COMPUTE WS-MES-ALVO =
                          WS-MES-ATUAL + WS-MESES-ATE-LIMITE - 1
                  DIVIDE WS-MES-ALVO BY 12 GIVING WS-ANO-ALVO
                         REMAINDER WS-MES-DO-ANO-ALVO
                  ADD 1 TO WS-MES-DO-ANO-ALVO
                  STRING 'ATINGE EM ' WS-ANO-ALVO '/'
                         WS-MES-DO-ANO-ALVO
                         ' (' WS-MESES-ATE-LIMITE ' MES(ES))'
                         DELIMITED BY SIZE INTO WS-TEXTO-PROJECAO
                  END-STRING
                  IF WS-MESES-ATE-LIMITE NOT > 12 THEN
                     MOVE '***' TO WS-MARCA-ATENCAO
                  END-IF
            END-EVALUATE
            IF WS-PERC-USO >= 90 THEN
               MOVE '***' TO WS-MARCA-ATENCAO
            END-IF
            IF WS-MARCA-ATENCAO NOT = SPACES THEN
               ADD 1 TO WS-QTD-ATENCAO
            END-IF
            MOVE WS-VALOR-ATUAL TO WS-VALOR-EDT
            MOVE WS-VALOR-LIMITE TO WS-LIMITE-EDT
            MOVE SPACES TO REC-RELATORIO
            STRING '      ' WS-ROTULO-LIMITE ' ' WS-VALOR-EDT
                   ' DE ' WS-LIMITE-EDT
                   ' (' WS-PERC-USO '%) ' WS-TEXTO-PROJECAO
                   ' ' WS-MARCA-ATENCAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P530-FIM.
      *-----------------------------------------------------------------
      * PODAR-LOGS: LOG COM REGISTROS DE 6 MESES OU MAIS ATRAS, OU COM
      * 80% DO TETO USADOS (CORTE SUGERIDO: FIM DO MES DE 3 MESES
      * ATRAS; O JORNAL SO PODA ATE O ULTIMO ENSAIO DE RESTAURACAO
      * LIMPO). ARQUIVAR-ANO: ACUMULATIVO COM REGISTROS DE ANOS
      * ENCERRADOS.
      *-----------------------------------------------------------------
       P600-RECOMENDAR.
            IF WS-SI-EXISTE (WS-IDX-ARQ) = 'S' AND
               WS-ARQ-LIMPEZA (WS-IDX-ARQ) = 'P' THEN
               MOVE 0 TO WS-MES-LEITURA
               IF WS-SI-DATA-ANTIGA (WS-IDX-ARQ) > 0 THEN
                  MOVE WS-SI-DATA-ANTIGA (WS-IDX-ARQ) TO WS-DATA-MES
                  COMPUTE WS-MES-LEITURA =
                          WS-ANO-DATA-MES * 12 + WS-MES-DATA-MES
               END-IF
               MOVE 0 TO WS-PERC-USO
               IF WS-SI-TETO-MB (WS-IDX-ARQ) > 0 THEN
                  COMPUTE WS-PERC-USO =
                          WS-SI-BYTES (WS-IDX-ARQ) * 100
                        / (WS-SI-TETO-MB (WS-IDX-ARQ) * 1048576)
                     ON SIZE ERROR MOVE 999 TO WS-PERC-USO
                  END-COMPUTE
               END-IF
               IF (WS-MES-LEITURA > 0 AND
                   WS-MES-LEITURA + 6 <= WS-MES-ATUAL) OR
                  WS-PERC-USO >= 80 THEN
                  PERFORM P610-LINHA-PODAR
               END-IF
            END-IF
            IF WS-SI-EXISTE (WS-IDX-ARQ) = 'S' AND
               WS-ARQ-LIMPEZA (WS-IDX-ARQ) = 'A' AND
               WS-SI-QTD-FECHADOS (WS-IDX-ARQ) > 0 THEN
               ADD 1 TO WS-QTD-RECOMENDACOES
               MOVE WS-SI-QTD-FECHADOS (WS-IDX-ARQ) TO WS-REGISTROS-EDT
               MOVE SPACES TO REC-RELATORIO
               STRING '   ARQUIVAR-ANO ' WS-SI-ANO-ANTIGO (WS-IDX-ARQ)
                      ': ' WS-ARQ-NOME (WS-IDX-ARQ)
                      ' TEM ' WS-REGISTROS-EDT
                      ' REGISTRO(S) DE ANO(S) ENCERRADO(S)'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-LINHA-PODAR.
            ADD 1 TO WS-QTD-RECOMENDACOES
            COMPUTE WS-MES-ALVO = WS-MES-CORTE - 1
            DIVIDE WS-MES-ALVO BY 12 GIVING WS-ANO-ALVO
                   REMAINDER WS-MES-DO-ANO-ALVO
            ADD 1 TO WS-MES-DO-ANO-ALVO
            MOVE SPACES TO REC-RELATORIO
            STRING '   PODAR-LOGS: ' WS-ARQ-NOME (WS-IDX-ARQ)
                   ' TEM REGISTROS DESDE '
                   WS-SI-DATA-ANTIGA (WS-IDX-ARQ)
                   ' - CORTE SUGERIDO: FIM DE ' WS-ANO-ALVO '/'
                   WS-MES-DO-ANO-ALVO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-ARQ-NOME (WS-IDX-ARQ) = 'JORNAL.TXT' THEN
               MOVE SPACES TO REC-RELATORIO
               STRING '      (SO ATE O ULTIMO ENSAIO DE RESTAURACAO '
                      'LIMPO - VEJA ENSAIO-RESTAURACAO)'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            .
       P610-FIM.
      *-----------------------------------------------------------------
      * A LEITURA DE HOJE VAI PARA O HISTORICO (UMA LINHA POR ARQUIVO
      * ENCONTRADO).
      *-----------------------------------------------------------------
       P700-GRAVAR-HISTORICO.
            OPEN EXTEND HISTORICO-FILE
            IF FS-HISTORICO = '35' THEN
               OPEN OUTPUT HISTORICO-FILE
            END-IF
            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                    UNTIL WS-IDX-ARQ > WS-QTD-ARQUIVOS
               IF WS-SI-EXISTE (WS-IDX-ARQ) = 'S' THEN
                  MOVE WS-DATA-EMISSAO TO CP-DATA-LEITURA
                  MOVE WS-ARQ-NOME (WS-IDX-ARQ) TO CP-ARQUIVO
                  MOVE WS-SI-REGISTROS (WS-IDX-ARQ) TO CP-QTD-REGISTROS
                  MOVE WS-SI-BYTES (WS-IDX-ARQ) TO CP-BYTES
                  MOVE WS-SI-CONTADOR (WS-IDX-ARQ)
                    TO CP-MAIOR-CONTADOR
                  MOVE WS-SI-DATA-ANTIGA (WS-IDX-ARQ)
                    TO CP-DATA-MAIS-ANTIGA
                  WRITE REG-CAPACIDADE-HIST
               END-IF
            END-PERFORM
            CLOSE HISTORICO-FILE
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * TAMANHO EM DISCO DO ARQUIVO DA TABELA.
      *-----------------------------------------------------------------
       P800-TAMANHO-ARQUIVO.
            MOVE SPACES TO WS-NOME-ARQUIVO
            STRING '../../' WS-ARQ-NOME (WS-IDX-ARQ)
                   DELIMITED BY SPACE INTO WS-NOME-ARQUIVO
            END-STRING
            PERFORM P810-CONSULTAR-TAMANHO
            MOVE WS-BYTES-ARQUIVO TO WS-SI-BYTES (WS-IDX-ARQ)
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-CONSULTAR-TAMANHO.
            MOVE 0 TO WS-BYTES-ARQUIVO
            MOVE 'N' TO WS-ACHOU-ARQUIVO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOME-ARQUIVO,
                                              WS-DETALHE-ARQUIVO
            IF RETURN-CODE = 0 THEN
               MOVE 'S' TO WS-ACHOU-ARQUIVO
               MOVE WS-DA-TAMANHO TO WS-BYTES-ARQUIVO
            END-IF
            MOVE 0 TO RETURN-CODE
            .
       P810-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CAPACIDADE-ARQUIVOS' TO LY-PROGRAMA
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
       END PROGRAM CAPACIDADE-ARQUIVOS.
