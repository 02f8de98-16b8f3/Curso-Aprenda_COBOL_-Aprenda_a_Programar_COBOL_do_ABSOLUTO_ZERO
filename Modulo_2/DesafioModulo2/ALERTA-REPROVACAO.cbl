              03 WS-PER-BIMESTRE      PIC 9(01).
              03 WS-PER-MEDIA         PIC 9(03)V9(01).
              03 WS-PER-STATUS        PIC X(11).
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
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            SORT SORT-WORK
                 GIVING HIST-ORDENADO

            OPEN OUTPUT ALERTA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ALERTA FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-ALERTA
            STRING 'ALERTA PRECOCE DE REPROVACAO REPETIDA - '
                   'EMITIDO EM ' WS-DATA-EMISSAO
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ALERTA-REPROVACAO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
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
       END PROGRAM ALERTA-REPROVACAO.
