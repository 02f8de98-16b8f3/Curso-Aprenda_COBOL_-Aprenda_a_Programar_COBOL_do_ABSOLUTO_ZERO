      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CARIMBO DE LAYOUT DOS ARQUIVOS PRINCIPAIS (VEJA
      *          LAYOUT-CONTROLE-RECORD E VERSOES-LAYOUT): CADA
      *          ARQUIVO X.TXT TEM AO LADO UM X.LAY COM O LAYOUT, A
      *          VERSAO E O TAMANHO DO REGISTRO COM QUE FOI GRAVADO.
      *          TODO PROGRAMA QUE ABRE STUDENT.TXT, NOTAS-HIST.TXT
      *          (OU UM ANO ARQUIVADO) OU PENDENTES.TXT CHAMA ESTE
      *          ANTES DO OPEN ('C'): CARIMBO DIFERENTE DA VERSAO
      *          COMPILADA NO PROGRAMA - OU ARQUIVO EXISTENTE SEM
      *          CARIMBO - SAI COMO ERRO 11 (FATAL) NO LOG DE ERROS
      *          DO CHAMADOR (LY-NOME-ERROS, MESMO REGISTRO DO
      *          MENSAGEM-ERRO) E O RETORNO 1 MANDA O CHAMADOR PARAR,
      *          EM VEZ DE LER O REGISTRO COM O DESLOCAMENTO ERRADO
      *          E SO DESCOBRIR PELO LIXO NO BOLETIM. ARQUIVO AINDA
      *          INEXISTENTE VAI NASCER COM O LAYOUT DO PROGRAMA - O
      *          CARIMBO EH GRAVADO NA HORA. 'G' GRAVA O CARIMBO
      *          (ARQUIVO RECEM-MONTADO OU CONVERTIDO) E 'L' SO LE
      *          (VEJA CONVERTER-LAYOUT).
      *          RETORNO: 0 = CONFERE / CARIMBO GRAVADO OU LIDO;
      *          1 = RECUSADO / FALHA NA GRAVACAO / SEM CARIMBO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERIR-LAYOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARIMBO-FILE ASSIGN TO DYNAMIC WS-NOME-CARIMBO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARIMBO.

      * SO PARA SABER SE O ARQUIVO DE DADOS EXISTE - NADA EH LIDO.
           SELECT DADOS-FILE ASSIGN TO DYNAMIC LY-NOME-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DADOS.

      * LOG DE ERROS DO DIRETORIO DO CHAMADOR (VEJA CAMPOS-LAYOUT).
           SELECT ERRO-LOG-FILE ASSIGN TO DYNAMIC WS-NOME-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERRO-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD CARIMBO-FILE.
           COPY LAYOUT-CONTROLE-RECORD.
       FD DADOS-FILE.
       01 REC-DADOS                   PIC X(01).
       FD ERRO-LOG-FILE.
           COPY ERRO-LOG-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-CARIMBO                  PIC X(02)       VALUE SPACES.
       77 FS-DADOS                    PIC X(02)       VALUE SPACES.
       77 FS-ERRO-LOG                 PIC X(02)       VALUE SPACES.
       77 WS-NOME-ERROS               PIC X(40)       VALUE SPACES.
       77 WS-NOME-CARIMBO             PIC X(40)       VALUE SPACES.
       77 WS-BASE-ARQUIVO             PIC X(40)       VALUE SPACES.
       77 WS-ACHOU-CARIMBO            PIC X(01)       VALUE 'N'.
       77 WS-MOTIVO                   PIC X(40)       VALUE SPACES.
           COPY CODIGOS-ERRO.
       LINKAGE SECTION.
           COPY CAMPOS-LAYOUT.
           COPY RETORNO-CHAMADA REPLACING ==:RETORNO:==
                                       BY ==WS-RETORNO-LAYOUT==.
       PROCEDURE DIVISION USING CAMPOS-LAYOUT, WS-RETORNO-LAYOUT.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-LAYOUT
            PERFORM P100-MONTAR-NOME-CARIMBO

            EVALUATE TRUE
               WHEN LY-CARIMBAR
                  PERFORM P300-GRAVAR-CARIMBO
               WHEN LY-LER-CARIMBO
                  PERFORM P200-LER-CARIMBO
                  IF WS-ACHOU-CARIMBO NOT = 'S' THEN
                     MOVE 1 TO WS-RETORNO-LAYOUT
                  END-IF
               WHEN OTHER
                  PERFORM P400-CONFERIR
            END-EVALUATE
            GOBACK.
      *-----------------------------------------------------------------
      * X.TXT -> X.LAY, NO MESMO DIRETORIO (VALE PARA O VIVO, PARA OS
      * ANOS ARQUIVADOS E PARA OS BACKUPS).
      *-----------------------------------------------------------------
       P100-MONTAR-NOME-CARIMBO.
            MOVE SPACES TO WS-BASE-ARQUIVO
            UNSTRING LY-NOME-ARQUIVO DELIMITED BY '.TXT' OR SPACE
                     INTO WS-BASE-ARQUIVO
            END-UNSTRING
            MOVE SPACES TO WS-NOME-CARIMBO
            STRING WS-BASE-ARQUIVO DELIMITED BY SPACE
                   '.LAY' DELIMITED BY SIZE
                   INTO WS-NOME-CARIMBO
            END-STRING
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P200-LER-CARIMBO.
            MOVE 'N' TO WS-ACHOU-CARIMBO
            INITIALIZE LY-ENCONTRADO
            OPEN INPUT CARIMBO-FILE
            IF FS-CARIMBO = '00' THEN
               READ CARIMBO-FILE
                    NOT AT END
                        MOVE 'S' TO WS-ACHOU-CARIMBO
                        MOVE LC-NOME-LAYOUT TO LY-NOME-ENCONTRADO
                        MOVE LC-VERSAO TO LY-VERSAO-ENCONTRADA
                        MOVE LC-TAMANHO-REGISTRO
                          TO LY-TAMANHO-ENCONTRADO
               END-READ
               CLOSE CARIMBO-FILE
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P300-GRAVAR-CARIMBO.
            OPEN OUTPUT CARIMBO-FILE
            IF FS-CARIMBO NOT = '00' THEN
               DISPLAY 'CARIMBO DE LAYOUT ' WS-NOME-CARIMBO
                       ' NAO GRAVADO (STATUS ' FS-CARIMBO ')'
               MOVE 1 TO WS-RETORNO-LAYOUT
            ELSE
               INITIALIZE REG-LAYOUT-CONTROLE
               MOVE LY-NOME-LAYOUT TO LC-NOME-LAYOUT
               MOVE LY-VERSAO TO LC-VERSAO
               MOVE LY-TAMANHO TO LC-TAMANHO-REGISTRO
               ACCEPT LC-DATA-CARIMBO FROM DATE YYYYMMDD
               ACCEPT LC-HORA-CARIMBO FROM TIME
               MOVE LY-PROGRAMA TO LC-PROGRAMA
               WRITE REG-LAYOUT-CONTROLE
               CLOSE CARIMBO-FILE
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * SEM CARIMBO: ARQUIVO INEXISTENTE NASCE COM O LAYOUT DO
      * PROGRAMA (CARIMBA AGORA); ARQUIVO EXISTENTE SEM CARIMBO EH
      * RECUSADO - A VERSAO DELE NAO EH CONHECIDA (VEJA A OPCAO
      * CARIMBAR DO CONVERTER-LAYOUT). COM CARIMBO: LAYOUT, VERSAO E
      * TAMANHO (QUANDO INFORMADO) TEM QUE BATER.
      *-----------------------------------------------------------------
       P400-CONFERIR.
            PERFORM P200-LER-CARIMBO
            IF WS-ACHOU-CARIMBO NOT = 'S' THEN
               OPEN INPUT DADOS-FILE
               IF FS-DADOS = '35' THEN
                  PERFORM P300-GRAVAR-CARIMBO
               ELSE
                  IF FS-DADOS = '00' THEN
                     CLOSE DADOS-FILE
                  END-IF
                  MOVE 'ARQUIVO SEM CARIMBO DE LAYOUT' TO WS-MOTIVO
                  PERFORM P900-RECUSAR
               END-IF
            ELSE
               EVALUATE TRUE
                  WHEN LY-NOME-ENCONTRADO NOT = LY-NOME-LAYOUT
                     MOVE 'ARQUIVO DE OUTRO LAYOUT' TO WS-MOTIVO
                     PERFORM P900-RECUSAR
                  WHEN LY-VERSAO-ENCONTRADA < LY-VERSAO
                     MOVE 'ARQUIVO EM VERSAO ANTERIOR - CONVERTA'
                       TO WS-MOTIVO
                     PERFORM P900-RECUSAR
                  WHEN LY-VERSAO-ENCONTRADA > LY-VERSAO
                     MOVE 'PROGRAMA DESATUALIZADO - RECOMPILE'
                       TO WS-MOTIVO
                     PERFORM P900-RECUSAR
                  WHEN LY-TAMANHO > 0 AND
                       LY-TAMANHO-ENCONTRADO NOT = LY-TAMANHO
                     MOVE 'TAMANHO DE REGISTRO DIFERENTE' TO WS-MOTIVO
                     PERFORM P900-RECUSAR
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * O DETALHE VAI PARA A TELA; O CODIGO 11 (FATAL) VAI PARA O LOG
      * DE ERROS DO CHAMADOR COM O PROGRAMA QUE FOI RECUSADO - O
      * MENSAGEM-ERRO SO CONHECE O LOG DO MODULO_2.
      *-----------------------------------------------------------------
       P900-RECUSAR.
            DISPLAY 'ARQUIVO....: ' LY-NOME-ARQUIVO
            DISPLAY 'CARIMBO....: ' LY-NOME-ENCONTRADO ' VERSAO '
                    LY-VERSAO-ENCONTRADA ' TAMANHO '
                    LY-TAMANHO-ENCONTRADO
            DISPLAY 'PROGRAMA...: ' LY-PROGRAMA ' ESPERA '
                    LY-NOME-LAYOUT ' VERSAO ' LY-VERSAO
            DISPLAY 'MOTIVO.....: ' WS-MOTIVO
            DISPLAY '***********************************************'
            DISPLAY '*   LAYOUT DO ARQUIVO DIFERENTE DO PROGRAMA   *'
            DISPLAY '***********************************************'

            SET ERRO-LAYOUT-ARQUIVO TO TRUE
            SET CLASSE-ERRO-FATAL TO TRUE
            PERFORM P910-GRAVAR-LOG
            MOVE 1 TO WS-RETORNO-LAYOUT
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * ANEXA A RECUSA AO LOG (REGISTRO DO MENSAGEM-ERRO) - FALHA DE
      * ABERTURA DO PROPRIO LOG NAO MUDA O RETORNO (A TELA JA SAIU).
      *-----------------------------------------------------------------
       P910-GRAVAR-LOG.
            IF LY-NOME-ERROS = SPACES OR LY-NOME-ERROS = LOW-VALUES THEN
               MOVE '../../ERROS.TXT' TO WS-NOME-ERROS
            ELSE
               MOVE LY-NOME-ERROS TO WS-NOME-ERROS
            END-IF
            OPEN EXTEND ERRO-LOG-FILE
            IF FS-ERRO-LOG = '35' THEN
               OPEN OUTPUT ERRO-LOG-FILE
            END-IF

            IF FS-ERRO-LOG = '00' THEN
               INITIALIZE REG-ERRO-LOG
               ACCEPT EL-DATA FROM DATE YYYYMMDD
               ACCEPT EL-HORA FROM TIME
               MOVE LY-PROGRAMA    TO EL-PROGRAMA
               MOVE 'N/D'          TO EL-OPERADOR
               MOVE WS-COD-ERRO    TO EL-COD-ERRO
               MOVE WS-CLASSE-ERRO TO EL-CLASSE
               MOVE '   LAYOUT DO ARQUIVO DIFERENTE DO PROGRAMA   '
                 TO EL-MENSAGEM
               WRITE REG-ERRO-LOG
               CLOSE ERRO-LOG-FILE
            END-IF
            .
       P910-FIM.
       END PROGRAM CONFERIR-LAYOUT.
