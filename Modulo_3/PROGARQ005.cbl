      *          COM A MARCA DE CORRESPONDENCIA - A LOCALIZACAO PARA
      *          ALTERAR/REMOVER EH POR ALUNO + NOME. E O GERAR-CARTAS
      *          QUE CONSOME ESTE CADASTRO, EMITINDO CARTA POR
      *          RESPONSAVEL MARCADO. A MARCA DE AVISO DE FALTA POR
      *          SMS (RECUSA = 'N') EH RESPEITADA PELO
      *          AVISO-FALTAS-SMS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-POS-RESP              PIC 9(04)  VALUE 0.
       01 WS-TABELA-RESPONSAVEIS.
           02 WS-RESP-ITEM OCCURS 2000 TIMES.
              03 WS-TAB-REG-RESPONSAVEL PIC X(133).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** MANUTENCAO DO CADASTRO DE RESPONSAVEIS ***'
            DISPLAY '1 - INCLUIR RESPONSAVEL'
            IF RP-CORRESPONDENCIA NOT = 'N' THEN
               MOVE 'S' TO RP-CORRESPONDENCIA
            END-IF
            DISPLAY 'RECEBE AVISO DE FALTA POR SMS (S/N) [S]: '
            ACCEPT RP-AVISO-SMS
            IF RP-AVISO-SMS NOT = 'N' THEN
               MOVE 'S' TO RP-AVISO-SMS
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'ALUNO RESPONSAVEL                    TELEFONE'
                    '        TP CORR SMS'
            PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                    UNTIL WS-IDX-RESP > WS-QTD-RESPONSAVEIS
               MOVE WS-TAB-REG-RESPONSAVEL (WS-IDX-RESP)
                 TO REG-RESPONSAVEL
               DISPLAY RP-CD-STUDENT ' ' RP-NM-RESPONSAVEL ' '
                       RP-TELEFONE ' ' RP-TIPO '  '
                       RP-CORRESPONDENCIA '    ' RP-AVISO-SMS
            END-PERFORM
            .
       P500-FIM.
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * AMBIENTE DE TREINAMENTO (MARCA AMBIENTE.TXT NA RAIZ DOS
      * DADOS): A FAIXA SAI NO ALTO DA TELA E NA PRIMEIRA LINHA DOS
      * RELATORIOS (VEJA LER-AMBIENTE).
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM PROGARQ005.
