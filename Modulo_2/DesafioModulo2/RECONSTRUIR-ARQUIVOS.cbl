      *              ENTRADAS 'NOTAS-HIST': INCLUSOES SAO ANEXADAS;
      *              REGRAVACOES SUBSTITUEM O PRIMEIRO REGISTRO
      *              IGUAL A IMAGEM ANTES.
      *              NO FIM, O CAMINHO DE ACESSO DIRETO AO HISTORICO
      *              EH REFEITO (INDEXAR-HIST).
      *          O OPERADOR INFORMA O MOMENTO DO BACKUP (DATA/HORA DA
      *          GERACAO): SO AS ENTRADAS DO JORNAL POSTERIORES A ESSE
      *          CORTE SAO REAPLICADAS - O JORNAL NAO EH ROTACIONADO
      *          TAMBEM ESTA NO JORNAL E SERIA DUPLICADO SEM O CORTE.
      *          A TARDE DE DIGITACAO PERDIDA VOLTA DO JORNAL, NAO DA
      *          REDIGITACAO.
      *          O BACKUP TEM QUE TER O CARIMBO DE LAYOUT DA VERSAO
      *          CORRENTE (X-BACKUP.LAY - QUEM COPIA O TXT COPIA O
      *          .LAY JUNTO; BACKUP ANTIGO PASSA ANTES PELO
      *          CONVERTER-LAYOUT) E O VIVO RECONSTRUIDO SAI
      *          CARIMBADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD BACKUP-FILE.
       01 REC-BACKUP.
           03 BK-TIPO               PIC X(01).
           03 BK-DADOS              PIC X(70).
       FD HIST-BACKUP.
       01 REC-HIST-BACKUP          PIC X(122).
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD HIST-TRABALHO.
       01 REG-HIST-TRAB            PIC X(122).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-JORNAL                   PIC X(02)       VALUE SPACES.
       77 WS-QTD-BASE                 PIC 9(07)       VALUE 0.
       77 WS-QTD-REAPLICADOS          PIC 9(07)       VALUE 0.
       77 WS-SUBSTITUIU               PIC 9(01)       VALUE 0.
       01 WS-IMAGEM-ANTES             PIC X(122)      VALUE SPACES.
       01 WS-IMAGEM-DEPOIS            PIC X(122)      VALUE SPACES.
      * CORTE DE REAPLICACAO: MOMENTO EM QUE O BACKUP FOI GERADO -
      * ENTRADA DO JORNAL COM CARIMBO ATE O CORTE (INCLUSIVE) JA ESTA
      * DENTRO DO BACKUP E NAO EH REAPLICADA; ZERO REAPLICA O JORNAL
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST).
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
      * CARIMBO DE LAYOUT DOS BACKUPS E DO VIVO RECONSTRUIDO (VEJA
      * CONFERIR-LAYOUT).
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
            DISPLAY 'RECONSTRUCAO DE ARQUIVO (BACKUP + JORNAL)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * O BACKUP TEM QUE TER O CARIMBO DE LAYOUT DA VERSAO CORRENTE
      * (VEJA CONFERIR-LAYOUT): BACKUP ANTIGO EH CONVERTIDO ANTES PELO
      * CONVERTER-LAYOUT, NUNCA RECARREGADO COM O DESLOCAMENTO ERRADO.
      *-----------------------------------------------------------------
       P060-CONFERIR-BACKUP.
            SET LY-CONFERIR TO TRUE
            MOVE 'RECONSTRUIR-ARQUIVOS' TO LY-PROGRAMA
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               DISPLAY 'BACKUP EM OUTRO LAYOUT - CONVERTA COM O '
                       'CONVERTER-LAYOUT ANTES DE RECONSTRUIR'
               CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * O VIVO RECONSTRUIDO NASCE DO BACKUP CONFERIDO - LEVA O
      * CARIMBO DA VERSAO CORRENTE.
      *-----------------------------------------------------------------
       P070-CARIMBAR-VIVO.
            SET LY-CARIMBAR TO TRUE
            MOVE 'RECONSTRUIR-ARQUIVOS' TO LY-PROGRAMA
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            .
       P070-FIM.
      *-----------------------------------------------------------------
      * TESTA SE A ENTRADA DO JORNAL EH POSTERIOR AO MOMENTO DO
      * BACKUP: ATE O CORTE (INCLUSIVE) O REGISTRO JA ESTA DENTRO DO
      * BACKUP E REAPLICA-LO O DUPLICARIA; COM CORTE ZERO O JORNAL
               CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
               STOP RUN
            END-IF
            MOVE '../../STUDENT-BACKUP.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF BK-DADOS TO LY-TAMANHO
            PERFORM P060-CONFERIR-BACKUP

            OPEN OUTPUT STUDENT
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
            END-IF
            CLOSE STUDENT

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P070-CARIMBAR-VIVO

            DISPLAY 'REGISTROS DO BACKUP...........: ' WS-QTD-BASE
            DISPLAY 'ATUALIZACOES REAPLICADAS......: '
                    WS-QTD-REAPLICADOS
               CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
               STOP RUN
            END-IF
            MOVE '../../NOTAS-HIST-BACKUP.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REC-HIST-BACKUP TO LY-TAMANHO
            PERFORM P060-CONFERIR-BACKUP

            OPEN OUTPUT NOTAS-HIST
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                              WS-APOS-CORTE = 'S' THEN
                              MOVE JN-IMAGEM-ANTES
                                TO WS-IMAGEM-ANTES
                              MOVE JN-COMPLEMENTO-ANTES
                                TO WS-IMAGEM-ANTES (121:2)
                              MOVE JN-IMAGEM-DEPOIS
                                TO WS-IMAGEM-DEPOIS
                              MOVE JN-COMPLEMENTO-DEPOIS
                                TO WS-IMAGEM-DEPOIS (121:2)
                              IF JN-OP-INCLUSAO THEN
                                 PERFORM P600-ANEXAR-HISTORICO
                              ELSE
               CLOSE JORNAL-FILE
            END-IF

      * HISTORICO RECARREGADO: O CAMINHO DE ACESSO DIRETO EH REFEITO
      * UMA VEZ SO, NO FIM, A PARTIR DO ARQUIVO JA RECONSTRUIDO.
            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P070-CARIMBAR-VIVO
            MOVE 'R' TO WS-OPERACAO-INDICE
            CALL 'INDEXAR-HIST'
                          USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST

            DISPLAY 'REGISTROS DO BACKUP...........: ' WS-QTD-BASE
            DISPLAY 'ATUALIZACOES REAPLICADAS......: '
                    WS-QTD-REAPLICADOS
                    NOT AT END
                        IF WS-SUBSTITUIU = 0 AND
                           REG-NOTAS-HIST = WS-IMAGEM-ANTES
                           (1:122) THEN
                           MOVE WS-IMAGEM-DEPOIS TO REG-NOTAS-HIST
                           MOVE 1 TO WS-SUBSTITUIU
                        END-IF
            .
       P700-FIM.
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
       END PROGRAM RECONSTRUIR-ARQUIVOS.
