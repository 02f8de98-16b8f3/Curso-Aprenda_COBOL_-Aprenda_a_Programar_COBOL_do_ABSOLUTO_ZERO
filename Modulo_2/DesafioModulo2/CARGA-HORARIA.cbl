       77 WS-ATIVO-MATERIA            PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-BUSCAR-INFO      PIC 9(01)       VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(03)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'CONFERENCIA DE CARGA HORARIA (PRE-FECHAMENTO)'
            DISPLAY 'DATA INICIAL DO BIMESTRE (DDMMAAAA, 0 = TODAS): '
            ACCEPT WS-DATA-DE
      *-----------------------------------------------------------------
       P300-RELATAR.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'CUMPRIMENTO DE CARGA HORARIA - FAIXA '
                   WS-DATA-DE ' A ' WS-DATA-ATE
            .
       P310-FIM.
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
       END PROGRAM CARGA-HORARIA.
