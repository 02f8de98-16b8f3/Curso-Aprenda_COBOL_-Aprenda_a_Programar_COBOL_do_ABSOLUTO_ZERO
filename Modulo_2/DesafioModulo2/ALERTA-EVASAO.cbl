       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-NM-RESPONSAVEL           PIC X(30)       VALUE SPACES.
       77 WS-TELEFONE                 PIC X(15)       VALUE SPACES.
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
            DISPLAY 'ALERTA PRECOCE DE EVASAO (LIVRO DE CHAMADA)'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            SET FORMATO-DDMMAAAA TO TRUE
                 GIVING CHAMADA-ORDENADA

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            OPEN OUTPUT ALERTA-FILE

            MOVE SPACES TO REC-RELATORIO
               READ CHAMADA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
      * DIA DE SUSPENSAO ('S') NAO EH AUSENCIA SEM EXPLICACAO: NAO
      * ENTRA NA ORDENACAO, NEM ROMPE NEM ALONGA A SEQUENCIA.
                      IF NOT CH-REGISTRO-ESTORNADO AND
                         NOT CH-SUSPENSO
                        MOVE CH-DATA-AULA TO WS-DATA-TRABALHO
                        CALL 'QUEBRAR-DATA'
                                      USING WS-FORMATO-DATA,
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ALERTA-EVASAO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
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
       END PROGRAM ALERTA-EVASAO.
