       FD BACKUP-FILE.
       01 REC-BACKUP.
           03 BK-TIPO               PIC X(01).
           03 BK-DADOS              PIC X(70).
       FD HIST-BACKUP.
       01 REC-HIST-BACKUP          PIC X(122).
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD STUDENT-ENSAIO.
       01 REC-ENSAIO               PIC X(70).
       FD NOTAS-HIST.
       01 REC-HIST-VIVO            PIC X(122).
       FD HIST-ENSAIO.
       01 REC-HIST-ENSAIO          PIC X(122).
       FD HIST-TRABALHO.
       01 REG-HIST-TRAB            PIC X(122).
       FD CONTROLE-FILE.
           COPY BACKUP-CONTROLE-RECORD.
       FD RELATORIO-FILE.
       77 WS-QTD-ANTERIORES           PIC 9(07)       VALUE 0.
       77 WS-APOS-CORTE               PIC X(01)       VALUE 'N'.
       77 WS-SUBSTITUIU               PIC 9(01)       VALUE 0.
       01 WS-IMAGEM-ANTES             PIC X(122)      VALUE SPACES.
       01 WS-IMAGEM-DEPOIS            PIC X(122)      VALUE SPACES.
      * CORTE DE REAPLICACAO - MESMA REGRA DO RECONSTRUIR-ARQUIVOS: O
      * MOMENTO DA GERACAO DO BACKUP, ATE O QUAL O JORNAL JA ESTA
      * DENTRO DO BACKUP E NAO DEVE SER REAPLICADO.
       77 WS-QTD-ENSAIO               PIC 9(07)       VALUE 0.
       77 WS-QTD-DERIVAS              PIC 9(05)       VALUE 0.
       77 WS-SEQ-REGISTRO             PIC 9(07)       VALUE 0.
       01 WS-IMAGEM-VIVO              PIC X(122)      VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HORA-AGORA               PIC 9(08)       VALUE 0.
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
            DISPLAY 'ENSAIO DE RESTAURACAO (BACKUP + JORNAL)'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            END-IF

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'ENSAIO DE RESTAURACAO - ' WS-DATA-HOJE
                   ' ' WS-HORA-AGORA
               END-STRING
               WRITE REC-RELATORIO
            ELSE
               MOVE '../../STUDENT-BACKUP.TXT' TO LY-NOME-ARQUIVO
               MOVE VL-STUDENT TO LY-LAYOUT
               MOVE LENGTH OF BK-DADOS TO LY-TAMANHO
               SET LY-CONFERIR TO TRUE
               PERFORM P002-CHAMAR-CONFERENCIA
               OPEN OUTPUT STUDENT-ENSAIO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BACKUP-FILE
      *-----------------------------------------------------------------
       P200-REAPLICAR-MESTRE.
            MOVE JN-IMAGEM-DEPOIS (1:5) TO WS-ENSAIO-REL-KEY
            MOVE JN-IMAGEM-DEPOIS (1:70) TO REC-ENSAIO
            WRITE REC-ENSAIO
                  INVALID KEY
                     REWRITE REC-ENSAIO
      *-----------------------------------------------------------------
       P350-CONFERIR-SLOT.
            MOVE SPACES TO WS-IMAGEM-VIVO
            MOVE STUDENT-FILE TO WS-IMAGEM-VIVO (1:70)
            MOVE CD-STUDENT TO WS-ENSAIO-REL-KEY
            READ STUDENT-ENSAIO
                 INVALID KEY
                    WRITE REC-RELATORIO
                    END-WRITE
                 NOT INVALID KEY
                    IF REC-ENSAIO NOT = WS-IMAGEM-VIVO (1:70) THEN
                       ADD 1 TO WS-QTD-DERIVAS
                       MOVE SPACES TO REC-RELATORIO
                       STRING 'MESTRE: ALUNO ' CD-STUDENT
               END-STRING
               WRITE REC-RELATORIO
            ELSE
               MOVE '../../NOTAS-HIST-BACKUP.TXT' TO LY-NOME-ARQUIVO
               MOVE VL-NOTAS-HIST TO LY-LAYOUT
               MOVE LENGTH OF REC-HIST-BACKUP TO LY-TAMANHO
               SET LY-CONFERIR TO TRUE
               PERFORM P002-CHAMAR-CONFERENCIA
               OPEN OUTPUT HIST-ENSAIO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HIST-BACKUP
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
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      * OS BACKUPS SAO CONFERIDOS DO MESMO JEITO LOGO DEPOIS DE ABERTOS
      * (P100/P500): BACKUP ANTIGO PASSA ANTES PELO CONVERTER-LAYOUT.
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ENSAIO-RESTAURACAO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REC-HIST-VIVO TO LY-TAMANHO
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
       END PROGRAM ENSAIO-RESTAURACAO.
