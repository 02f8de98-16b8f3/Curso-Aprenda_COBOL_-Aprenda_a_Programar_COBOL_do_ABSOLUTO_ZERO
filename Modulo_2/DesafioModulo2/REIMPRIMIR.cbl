       77 WS-SEQ-PEDIDA               PIC 9(07)       VALUE 0.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       77 WS-QTD-LINHAS               PIC 9(05)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'REIMPRESSAO DE RELATORIOS DO SPOOL'

            OPEN INPUT INDICE-FILE
            END-IF

            OPEN OUTPUT SAIDA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-SAIDA FROM AI-FAIXA
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ SPOOL-FILE
                    AT END MOVE 'F' TO WS-EOF
            .
       P200-FIM.
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
       END PROGRAM REIMPRIMIR.
