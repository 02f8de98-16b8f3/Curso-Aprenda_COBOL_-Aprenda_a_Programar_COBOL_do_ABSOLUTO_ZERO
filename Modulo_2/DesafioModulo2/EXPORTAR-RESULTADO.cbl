      *          HISTORICO JA GRAVADO EM NOTAS-HIST.TXT. ALUNOS AINDA
      *          EM RECUPERACAO NAO TEM RESULTADO FINAL E FICAM DE
      *          FORA DO EXTRATO.
      *          NA REDE (UNIDADES.TXT, VEJA PROGARQ025) CADA UNIDADE
      *          ESCOLAR RECEBE O SEU PROPRIO EXTRATO (EXTRATO-
      *          RESULTADO-<UN>.TXT, UNIDADE NO CABECALHO) PARA A
      *          SECRETARIA; O EXTRATO-RESULTADO.TXT CONTINUA SAINDO
      *          COM A SELECAO DO OPERADOR (UMA UNIDADE OU A REDE),
      *          QUE EH O QUE O PROCESSAR-ACK E O GERAR-REENVIO USAM.
      *          RESULTADO DE PERIODO/TURMA AINDA NAO DIVULGADO PELA
      *          DIRECAO (VEJA DIVULGAR-RESULTADOS) FICA FORA DO
      *          EXTRATO (RETIDO, CONTADO COMO REJEITADO NO LOG DE
      *          EXECUCOES) E A RECUSA VAI PARA O LOG DA DIVULGACAO.
      *          NAO HA PREVIA: O EXTRATO SAI DA ESCOLA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../../EXTRATO-RESULTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

      * EXTRATO DE CADA UNIDADE ESCOLAR (VEJA P400): O NOME EH MONTADO
      * ANTES DE CADA OPEN.
           SELECT EXTRATO-UNIDADE-FILE ASSIGN TO DYNAMIC
           WS-NOME-EXTRATO-UNIDADE
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNIDADE-FILE ASSIGN TO
           '../../UNIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIDADE.

      * PORTAO DO EXTRATO (VEJA P050): O LOG DE EXECUCOES DIZ SE A
      * RECONCILIACAO E O BALANCO DO DIA RODARAM LIMPOS - SEM ISSO O
      * EXTRATO SO SAI COM LIBERACAO DE COORDENADOR, REGISTRADA.
           COPY NOTAS-HIST-RECORD.
       FD EXTRATO-FILE.
       01 REC-EXTRATO                 PIC X(80).
       FD EXTRATO-UNIDADE-FILE.
       01 REC-EXTRATO-UNIDADE         PIC X(80).
       FD UNIDADE-FILE.
           COPY UNIDADE-RECORD.
      * O LOG ENTRA COM PREFIXO PROPRIO (XL-) PARA NAO COLIDIR COM O
      * REG-EXECUCAO QUE ESTE PROGRAMA MONTA PARA A PROPRIA EXECUCAO.
       FD EXECUCAO-FILE.
       77 WS-QTD-APROVADOS            PIC 9(05)       VALUE 0.
       77 WS-QTD-REPROVADOS           PIC 9(05)       VALUE 0.
       77 WS-QTD-IGNORADOS            PIC 9(05)       VALUE 0.
      * DIVULGACAO DO RESULTADO (VEJA CONFERIR-DIVULGACAO): PERIODO/
      * TURMA NAO DIVULGADO FICA RETIDO. A RECUSA EH CONTADA SO NA
      * PASSADA DO EXTRATO-RESULTADO.TXT - AS PASSADAS POR UNIDADE
      * SO CONSULTAM, PARA O MESMO REGISTRO NAO ENTRAR DUAS VEZES.
       77 WS-QTD-RETIDOS              PIC 9(05)       VALUE 0.
           COPY CAMPOS-DIVULGACAO.
       77 WS-RETORNO-DIVULGACAO       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR: O FILTRO DO OPERADOR (EM BRANCO = REDE TODA),
      * A UNIDADE DA PASSADA EM CURSO E PARA ONDE VAI O REGISTRO
      * ('U' = EXTRATO DA UNIDADE, 'G' = EXTRATO-RESULTADO.TXT).
       77 FS-UNIDADE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF-UNIDADE              PIC A(01)       VALUE 'N'.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-UNIDADE-EXTRATO          PIC X(02)       VALUE SPACES.
       77 WS-DESTINO-EXTRATO          PIC X(01)       VALUE 'G'.
       77 WS-QTD-EXTRATOS-UNIDADE     PIC 9(02)       VALUE 0.
       77 WS-NOME-EXTRATO-UNIDADE     PIC X(50)       VALUE SPACES.
      * REGISTRO DO LOG DE EXECUCOES (VEJA EXECUCAO-RECORD.CPY) - A
      * EXTRACAO NAO PEDE OPERADOR, ENTAO O CAMPO SAI COMO 'N/D'.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
       01 WS-ID-OFICIAL               PIC X(12)       VALUE SPACES.
       77 WS-RETORNO-ID               PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
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
            ACCEPT WS-DATA-EXTRACAO FROM DATE YYYYMMDD

            INITIALIZE REG-EXECUCAO

            PERFORM P050-CONFERIR-CONTROLES

            CALL 'SELECIONAR-UNIDADE' USING EX-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            MOVE 'EXPORTAR-RESULTADO' TO DG-PROGRAMA
            MOVE EX-OPERADOR          TO DG-OPERADOR
            SET DG-MODO-FAMILIA       TO TRUE

            OPEN INPUT UNIDADE-FILE
            IF FS-UNIDADE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-UNIDADE = 'F'
                  READ UNIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF-UNIDADE
                       NOT AT END
                           IF UN-UNIDADE-ATIVA AND
                              (WS-UNIDADE-FILTRO = SPACES OR
                               WS-UNIDADE-FILTRO = UN-CD-UNIDADE) THEN
                              PERFORM P400-EXTRATO-UNIDADE
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE UNIDADE-FILE
            END-IF

            MOVE 0 TO WS-QTD-APROVADOS
            MOVE 0 TO WS-QTD-REPROVADOS
            MOVE 0 TO WS-QTD-IGNORADOS
            MOVE 0 TO WS-QTD-RETIDOS
            MOVE 'G' TO WS-DESTINO-EXTRATO
            MOVE WS-UNIDADE-FILTRO TO WS-UNIDADE-EXTRATO

            OPEN INPUT NOTAS-HIST
            OPEN OUTPUT EXTRATO-FILE

            PERFORM P100-GRAVAR-CABECALHO

            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-EXTRATO,
                                            NH-CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P200-GRAVAR-DETALHE
                        END-IF
               END-READ
            END-PERFORM

            CLOSE NOTAS-HIST
            CLOSE EXTRATO-FILE

            SET DG-ENCERRAR TO TRUE
            CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                             WS-RETORNO-DIVULGACAO

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            IF WS-COM-OVERRIDE = 'S' THEN
               MOVE 'EXTRATO-RESULTADO.TXT' TO EX-PARAMETROS
            END-IF
            COMPUTE EX-QTD-LIDOS = WS-QTD-APROVADOS +
                    WS-QTD-REPROVADOS + WS-QTD-IGNORADOS +
                    WS-QTD-RETIDOS
            COMPUTE EX-QTD-GRAVADOS = WS-QTD-APROVADOS +
                    WS-QTD-REPROVADOS
            COMPUTE EX-QTD-REJEITADOS = WS-QTD-IGNORADOS +
                    WS-QTD-RETIDOS
            SET EX-RESULTADO-NORMAL TO TRUE
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            IF WS-QTD-EXTRATOS-UNIDADE > 0 THEN
               DISPLAY 'EXTRATOS POR UNIDADE GERADOS..: '
                       WS-QTD-EXTRATOS-UNIDADE
            END-IF
            DISPLAY 'EXTRATO GERADO: EXTRATO-RESULTADO.TXT'
            DISPLAY 'APROVADOS...........: ' WS-QTD-APROVADOS
            DISPLAY 'REPROVADOS..........: ' WS-QTD-REPROVADOS
            DISPLAY 'SEM RESULTADO FINAL.: ' WS-QTD-IGNORADOS
            IF WS-QTD-RETIDOS > 0 THEN
               DISPLAY 'RETIDOS (NAO DIVULGADOS): ' WS-QTD-RETIDOS
                       ' - VEJA DIVULGAR-RESULTADOS'
            END-IF

            STOP RUN.
      *-----------------------------------------------------------------
      * REGISTRO DE CABECALHO (TIPO 'H'): DATA DA EXTRACAO, NA POSICAO
      * 2, PARA O SISTEMA TERCEIRIZADO SABER A QUE PERIODO O EXTRATO
      * SE REFERE.
      * NO EXTRATO DE UMA UNIDADE O CODIGO DELA VEM LOGO APOS A DATA.
      *-----------------------------------------------------------------
       P100-GRAVAR-CABECALHO.
            MOVE SPACES TO REC-EXTRATO
            IF WS-DESTINO-EXTRATO = 'U' THEN
               STRING 'H' WS-DATA-EXTRACAO WS-UNIDADE-EXTRATO
                      DELIMITED BY SIZE INTO REC-EXTRATO
               END-STRING
            ELSE
               STRING 'H' WS-DATA-EXTRACAO
                      DELIMITED BY SIZE INTO REC-EXTRATO
               END-STRING
            END-IF
            PERFORM P950-GRAVAR-LINHA
            .
       P100-FIM.
      *-----------------------------------------------------------------
            IF NH-REGISTRO-ESTORNADO THEN
               ADD 1 TO WS-QTD-IGNORADOS
            ELSE
               PERFORM P190-CONFERIR-DIVULGACAO
               IF DG-EMBARGADO THEN
                  ADD 1 TO WS-QTD-RETIDOS
               ELSE
                  PERFORM P210-CLASSIFICAR-DETALHE
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * RESULTADO FINAL (APROVADO/REPROVADO) CONFERIDO NA DIVULGACAO
      * PELO PERIODO E TURMA DO LANCAMENTO. LANCAMENTO SEM PERIODO NO
      * HISTORICO (ANTERIOR AO CAMPO) NAO TEM O QUE CONFERIR.
      *-----------------------------------------------------------------
       P190-CONFERIR-DIVULGACAO.
            MOVE 'S' TO DG-SITUACAO
            IF (NH-STATUS = 'APROVADO' OR NH-STATUS = 'REPROVADO')
               AND NH-ANO-LETIVO IS NUMERIC
               AND NH-BIMESTRE IS NUMERIC
               AND NH-ANO-LETIVO > 0 THEN
               IF WS-DESTINO-EXTRATO = 'U' THEN
                  SET DG-SO-CONSULTAR TO TRUE
               ELSE
                  SET DG-CONFERIR TO TRUE
               END-IF
               MOVE NH-ANO-LETIVO TO DG-ANO-LETIVO
               MOVE NH-BIMESTRE   TO DG-BIMESTRE
               MOVE NH-CD-TURMA   TO DG-CD-TURMA
               MOVE SPACE         TO DG-REGIME
               CALL 'CONFERIR-DIVULGACAO' USING CAMPOS-DIVULGACAO,
                                                WS-RETORNO-DIVULGACAO
            END-IF
            .
       P190-FIM.
      *-----------------------------------------------------------------
       P210-CLASSIFICAR-DETALHE.
            EVALUATE NH-STATUS
                      WS-ID-OFICIAL
                      DELIMITED BY SIZE INTO REC-EXTRATO
               END-STRING
               PERFORM P950-GRAVAR-LINHA
            END-IF
            .
       P210-FIM.
            STRING 'T' WS-QTD-APROVADOS WS-QTD-REPROVADOS
                   DELIMITED BY SIZE INTO REC-EXTRATO
            END-STRING
            PERFORM P950-GRAVAR-LINHA
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * EXTRATO DE UMA UNIDADE ESCOLAR: MESMO LAYOUT, SO COM OS
      * REGISTROS DO HISTORICO DAQUELA UNIDADE (EM BRANCO = '01').
      *-----------------------------------------------------------------
       P400-EXTRATO-UNIDADE.
            MOVE 0 TO WS-QTD-APROVADOS
            MOVE 0 TO WS-QTD-REPROVADOS
            MOVE 0 TO WS-QTD-IGNORADOS
            MOVE 0 TO WS-QTD-RETIDOS
            MOVE 'U' TO WS-DESTINO-EXTRATO
            MOVE UN-CD-UNIDADE TO WS-UNIDADE-EXTRATO
            MOVE SPACES TO WS-NOME-EXTRATO-UNIDADE
            STRING '../../EXTRATO-RESULTADO-' WS-UNIDADE-EXTRATO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-EXTRATO-UNIDADE
            END-STRING

            OPEN INPUT NOTAS-HIST
            OPEN OUTPUT EXTRATO-UNIDADE-FILE

            PERFORM P100-GRAVAR-CABECALHO

            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-EXTRATO,
                                            NH-CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P200-GRAVAR-DETALHE
                        END-IF
               END-READ
            END-PERFORM

            PERFORM P900-GRAVAR-RODAPE

            CLOSE NOTAS-HIST
            CLOSE EXTRATO-UNIDADE-FILE
            ADD 1 TO WS-QTD-EXTRATOS-UNIDADE

            DISPLAY 'EXTRATO DA UNIDADE ' WS-UNIDADE-EXTRATO ': '
                    'APROVADOS ' WS-QTD-APROVADOS
                    ' REPROVADOS ' WS-QTD-REPROVADOS
                    ' RETIDOS ' WS-QTD-RETIDOS
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * GRAVA A LINHA MONTADA EM REC-EXTRATO NO EXTRATO DA PASSADA EM
      * CURSO (O DA UNIDADE OU O EXTRATO-RESULTADO.TXT).
      *-----------------------------------------------------------------
       P950-GRAVAR-LINHA.
            IF WS-DESTINO-EXTRATO = 'U' THEN
               MOVE REC-EXTRATO TO REC-EXTRATO-UNIDADE
               WRITE REC-EXTRATO-UNIDADE
            ELSE
               WRITE REC-EXTRATO
            END-IF
            .
       P950-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'EXPORTAR-RESULTADO' TO LY-PROGRAMA
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
      * RELATORIOS. O EXTRATO DESTE PROGRAMA SAI DA ESCOLA - NAO
      * EH GERADO A PARTIR DE UMA COPIA DE TREINAMENTO.
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
               DISPLAY 'EXTRATO PARA FORA DA ESCOLA NAO EH GERADO NO '
                       'AMBIENTE DE TREINAMENTO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P005-FIM.
       END PROGRAM EXPORTAR-RESULTADO.
