       77 WS-ANO-DIGITADO             PIC 9(04)       VALUE 0.
       77 WS-MAXIMO-DIGITADO          PIC 9(03)       VALUE 0.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'CONFIGURACAO DA ESCALA DE NOTAS'

            OPEN INPUT ESCALA-FILE
            DISPLAY 'ESCALA GRAVADA - VALE PARA TODA A CADEIA A '
                    'PARTIR DA PROXIMA EXECUCAO'
            STOP RUN.
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
       END PROGRAM CONFIGURAR-ESCALA.
