       FD BACKUP-CONTROLE-FILE.
           COPY BACKUP-CONTROLE-RECORD.
       FD ARQUIVO-MENSAL.
       01 REC-MENSAL               PIC X(320).
       FD LOG-TRABALHO.
       01 REC-TRABALHO             PIC X(320).
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-TEM-BACKUP               PIC 9(01)       VALUE 0.
       77 WS-DATA-BACKUP              PIC 9(08)       VALUE 0.
       77 WS-CORTE-JORNAL             PIC 9(08)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'RETENCAO E ROTACAO DOS LOGS OPERACIONAIS'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            DISPLAY 'DATA DE CORTE (AAAAMMDD) - REGISTROS ATE ELA '
            PERFORM P050-LER-BACKUP-CONTROLE

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'RETENCAO DE LOGS - CORTE ' WS-DATA-CORTE
                   ' - EMITIDO EM ' WS-DATA-EMISSAO
            .
       P600-FIM.
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
       END PROGRAM PODAR-LOGS.
