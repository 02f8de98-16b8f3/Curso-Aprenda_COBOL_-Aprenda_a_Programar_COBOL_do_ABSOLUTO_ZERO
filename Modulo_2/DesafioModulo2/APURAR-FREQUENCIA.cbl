           02 WS-MES-ITEM OCCURS 120 TIMES.
              03 WS-MF-ANO            PIC 9(04).
              03 WS-MF-MES            PIC 9(02).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'APURACAO DE FREQUENCIA (LIVRO DE CHAMADA)'

            ACCEPT WS-PARM-MODO FROM COMMAND-LINE
                        ADD 1 TO WS-QTD-REGISTROS-LIDOS
      * REGISTROS ESTORNADOS POR CORRIGIR-CHAMADA FICAM FORA DA
      * APURACAO - A CORRECAO ('C') QUE OS SUBSTITUIU EH QUE CONTA.
      * DIA DE SUSPENSAO ('S') TAMBEM FICA FORA: NEM AULA, NEM FALTA.
                        IF NOT CH-REGISTRO-ESTORNADO AND
                           NOT CH-SUSPENSO THEN
                           PERFORM P150-TESTAR-MES-FECHADO
                           IF WS-MES-ESTA-FECHADO = 1 THEN
                              ADD 1 TO WS-QTD-PULADOS
            .
       P950-FIM.
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
       END PROGRAM APURAR-FREQUENCIA.
