      * Date: 21/08/2026
      * Purpose: MANUTENCAO DO CALENDARIO ESCOLAR (CALENDARIO.TXT,
      *          VEJA CALENDARIO-RECORD.CPY): INCLUIR/RECLASSIFICAR
      *          DATAS (DIA LETIVO / FERIADO / RECESSO / SABADO DE
      *          REPOSICAO, COM A DATA VALIDADA PELOS SUBPROGRAMAS
      *          COMPARTILHADOS - O SABADO DE REPOSICAO SO EH ACEITO
      *          EM DATA QUE CAI NUM SABADO), LISTAR
      *          E CONTAR OS DIAS LETIVOS DE UMA FAIXA - EH ESTA
      *          CONTAGEM QUE DA O DENOMINADOR OFICIAL DA FREQUENCIA.
      *          MESMO ESTILO DE PROGARQ003/005 (ARQUIVO EM MEMORIA,
       77 WS-DATA-MES              PIC 9(02)  VALUE 0.
       77 WS-DATA-ANO              PIC 9(04)  VALUE 0.
       77 WS-DATA-VALIDA           PIC 9(01)  VALUE 0.
       77 WS-DIA-SEMANA            PIC 9(01)  VALUE 0.
       77 WS-RETORNO-DIA-SEMANA    PIC 9(01)  VALUE 0.
       01 WS-TABELA-CALENDARIO.
           02 WS-CAL-ITEM OCCURS 400 TIMES.
              03 WS-TAB-DATA       PIC 9(08).
              03 WS-TAB-TIPO       PIC X(01).
           COPY FORMATOS-DATA.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-CALENDARIO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** CALENDARIO ESCOLAR ***'
            DISPLAY '1 - INCLUIR/RECLASSIFICAR DATA'
      *-----------------------------------------------------------------
       P200-INCLUIR-OU-RECLASSIFICAR.
            PERFORM P150-ACEITAR-DATA
            DISPLAY 'TIPO (L=LETIVO F=FERIADO R=RECESSO '
                    'S=SABADO DE REPOSICAO): '
            ACCEPT WS-TIPO-DIGITADO
            IF WS-TIPO-DIGITADO = 'S' THEN
               CALL 'CALCULAR-DIA-SEMANA'
                             USING WS-DATA-DIGITADA, WS-DIA-SEMANA,
                                   WS-RETORNO-DIA-SEMANA
               IF WS-DIA-SEMANA NOT = 7 THEN
                  DISPLAY 'A DATA NAO CAI NUM SABADO'
                  MOVE SPACE TO WS-TIPO-DIGITADO
               END-IF
            END-IF
            IF WS-TIPO-DIGITADO NOT = 'L' AND
               WS-TIPO-DIGITADO NOT = 'F' AND
               WS-TIPO-DIGITADO NOT = 'R' AND
               WS-TIPO-DIGITADO NOT = 'S' THEN
               DISPLAY 'TIPO INVALIDO - NADA ALTERADO'
            ELSE
               MOVE 0 TO WS-POS-DAT
       P200-FIM.
      *-----------------------------------------------------------------
       P400-LISTAR.
            DISPLAY 'DATA     TIPO (L=LETIVO F=FERIADO R=RECESSO '
                    'S=SABADO DE REPOSICAO)'
            PERFORM VARYING WS-IDX-DAT FROM 1 BY 1
                    UNTIL WS-IDX-DAT > WS-QTD-DATAS
               DISPLAY WS-TAB-DATA (WS-IDX-DAT) ' '
      *-----------------------------------------------------------------
      * CONTA OS DIAS LETIVOS DA FAIXA PEDIDA (AS DATAS DDMMAAAA SAO
      * REARRUMADAS PARA AAAAMMDD SO NA COMPARACAO DE FAIXA) - EH O
      * DENOMINADOR OFICIAL DA FREQUENCIA DO PERIODO. SABADO DE
      * REPOSICAO ('S') NAO ENTRA: SO AS TURMAS COM REPOSICAO
      * PLANEJADA (PLANO-REPOSICAO) TEM AULA NELE.
      *-----------------------------------------------------------------
       P500-CONTAR-LETIVOS.
            DISPLAY 'INICIO DA FAIXA'
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
       END PROGRAM PROGARQ011.
