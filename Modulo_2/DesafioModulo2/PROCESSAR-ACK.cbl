       77 WS-CHAVE-DET                PIC X(10)       VALUE SPACES.
       77 WS-CHAVE-ACK                PIC X(10)       VALUE SPACES.
       77 WS-DET-CONFIRMADO           PIC X(01)       VALUE 'N'.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            OPEN INPUT EXTRATO-FILE
                 GIVING ACK-ORDENADO

            OPEN OUTPUT RETORNO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RETORNO FROM AI-FAIXA
            END-IF
            OPEN OUTPUT REENVIO-FILE
            MOVE SPACES TO REC-RETORNO
            STRING 'RETORNO DA SECRETARIA X EXTRATO - EMITIDO EM '
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
       END PROGRAM PROCESSAR-ACK.
