              03 WS-TOC-OPERADOR      PIC X(10).
              03 WS-TOC-DATA          PIC 9(08).
              03 WS-TOC-CD-STUDENT    PIC 9(05).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'PRODUCAO DOS OPERADORES (TRILHA DE AUDITORIA)'
            DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = TODAS): '
            ACCEPT WS-DATA-DE
      *-----------------------------------------------------------------
       P900-IMPRIMIR-RELATORIO.
            OPEN OUTPUT PRODUCAO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-PRODUCAO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-PRODUCAO
            STRING 'PRODUCAO DOS OPERADORES - EMITIDO EM '
                   WS-DATA-EMISSAO
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
       END PROGRAM RELATORIO-OPERADORES.
