       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): O MES FECHADO VALE
      * PARA A REDE INTEIRA NA APURACAO (APURAR-FREQUENCIA) - SO O
      * OPERADOR DA REDE FECHA OU REABRE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-ANO-ALVO                 PIC 9(04)       VALUE 0.
       77 WS-MES-ALVO                 PIC 9(02)       VALUE 0.
       77 WS-RETORNO-ATESTADO         PIC 9(01)       VALUE 0.
       77 WS-RETORNO-ABONO            PIC 9(01)       VALUE 0.
       77 WS-FALTA-ABONADA            PIC X(01)       VALUE 'N'.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'FECHAMENTO MENSAL DE FREQUENCIA'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
               DISPLAY 'FECHAMENTO RESTRITO A COORDENADOR/ADMIN'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               DISPLAY 'FECHAMENTO DA REDE - SO O COORDENADOR/ADMIN DA '
                       'REDE (TODAS AS UNIDADES) FECHA'
               STOP RUN
            END-IF

            DISPLAY '1 - FECHAR MES'
            DISPLAY '2 - REABRIR MES'
                           CH-DATA-AULA (3:2) = WS-MES-ALVO AND
                           CH-DATA-AULA (5:4) = WS-ANO-ALVO THEN
                           ADD 1 TO WS-QTD-CHAMADA-MES
      * DIA DE SUSPENSAO ('S') NAO ENTRA NO CONSOLIDADO (NEM AULA,
      * NEM FALTA), COMO EM APURAR-FREQUENCIA.
                           IF NOT CH-SUSPENSO THEN
                              PERFORM P200-ACUMULAR-REGISTRO
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            .
       P700-FIM.
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
       END PROGRAM FECHAR-MES-FREQUENCIA.
