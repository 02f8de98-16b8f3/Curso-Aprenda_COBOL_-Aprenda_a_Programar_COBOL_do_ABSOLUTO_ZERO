      *          NH-CD-TURMA SAO GRAVADOS NO BOLETIM), ENTAO O
      *          REBALANCEAMENTO DE MARCO PARA DE ESTRAGAR A
      *          ESTATISTICA DO PERIODO.
      *          NA REDE, O ALUNO PASSA PARA A UNIDADE ESCOLAR DA TURMA
      *          DE DESTINO; O OPERADOR RESTRITO A UMA UNIDADE
      *          (SELECIONAR-UNIDADE) SO MOVE ALUNO DA UNIDADE DELE
      *          PARA TURMA DA UNIDADE DELE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-DATA-ANO                 PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-UNIDADE-DESTINO          PIC X(02)       VALUE SPACES.
           COPY TURMA-RECORD.
           COPY FORMATOS-DATA.
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
            DISPLAY 'TRANSFERENCIA DE TURMA NO MEIO DO ANO'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-STUDENT-REL-KEY
               STOP RUN
            END-IF

            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                       'TRANSFERENCIA NEGADA'
               CLOSE STUDENT
               STOP RUN
            END-IF

            MOVE CD-TURMA TO WS-TURMA-ORIGEM
            DISPLAY 'ALUNO.........................: ' NM-STUDENT
            DISPLAY 'TURMA ATUAL...................: ' WS-TURMA-ORIGEM
               STOP RUN
            END-IF

            MOVE TU-CD-UNIDADE TO WS-UNIDADE-DESTINO
            IF WS-UNIDADE-DESTINO = SPACES THEN
               MOVE '01' TO WS-UNIDADE-DESTINO
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          WS-UNIDADE-DESTINO,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA DE DESTINO DE OUTRA UNIDADE ESCOLAR'
               CLOSE STUDENT
               STOP RUN
            END-IF

            PERFORM P250-CONTAR-OCUPACAO
            IF WS-QTD-OCUPADA >= TU-CAPACIDADE THEN
               DISPLAY 'TURMA DE DESTINO LOTADA (' WS-QTD-OCUPADA
                 NOT INVALID KEY
                    MOVE STUDENT-FILE TO JN-IMAGEM-ANTES
                    MOVE WS-TURMA-DESTINO TO CD-TURMA
                    MOVE WS-UNIDADE-DESTINO TO CD-UNIDADE
                    REWRITE STUDENT-FILE
                       INVALID KEY
                          DISPLAY 'ERRO AO ATUALIZAR O MESTRE'
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'TRANSFERIR-TURMA' TO LY-PROGRAMA
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
       END PROGRAM TRANSFERIR-TURMA.
