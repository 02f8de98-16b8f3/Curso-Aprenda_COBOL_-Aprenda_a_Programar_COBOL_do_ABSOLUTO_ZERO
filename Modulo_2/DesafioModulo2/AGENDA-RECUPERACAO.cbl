      *          (CONVOCACAO-MURAL.TXT) E (3) EMITE A AGENDA DE UM
      *          ALUNO (CONVOCACAO-ALUNO.TXT). O GERAR-CARTAS CITA A
      *          SESSAO DA AGENDA NA CARTA DE RECUPERACAO - ACABA A
      *          PLANILHA REMONTADA TODO BIMESTRE. O LOCAL DA SESSAO
      *          EH UMA SALA DO CADASTRO (SALAS.TXT, VEJA PROGARQ019 E
      *          BUSCAR-SALA): A SALA NAO PODE TER OUTRA SESSAO NA
      *          MESMA DATA NEM MENOS LUGARES QUE OS ALUNOS A CONVOCAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ACHOU-SESSAO             PIC 9(01)       VALUE 0.
       77 WS-QTD-CONVOCADOS           PIC 9(04)       VALUE 0.
       77 WS-QTD-LINHAS               PIC 9(04)       VALUE 0.
      * SALA DA SESSAO (CADASTRO DE SALAS) E LOTACAO PREVISTA.
       77 WS-SALA-DIGITADA            PIC X(05)       VALUE SPACES.
       77 WS-DESCRICAO-SALA           PIC X(30)       VALUE SPACES.
       77 WS-CAPACIDADE-SALA          PIC 9(03)       VALUE 0.
       77 WS-TIPO-SALA                PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-BUSCAR-SALA      PIC 9(01)       VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(04)       VALUE 0.
       77 WS-SALA-OCUPADA             PIC 9(01)       VALUE 0.
      * SESSAO EM TRABALHO (O FD SO VALE COM O ARQUIVO ABERTO).
       01 WS-SESSAO.
           03 WS-SES-DATA             PIC 9(08)       VALUE 0.
           03 WS-SES-LOCAL            PIC X(15)       VALUE SPACES.
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
            DISPLAY 'AGENDA DE PROVAS DE RECUPERACAO'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            ACCEPT WS-BIMESTRE-FILTRO
            DISPLAY 'DATA DO EXAME (DDMMAAAA)......: '
            ACCEPT WS-DATA-EXAME
            DISPLAY 'SALA (CODIGO DO PROGARQ019)...: '
            ACCEPT WS-SALA-DIGITADA
            MOVE WS-SALA-DIGITADA TO WS-LOCAL-EXAME

            CALL 'CONSULTAR-CALENDARIO'
                          USING WS-DATA-EXAME, WS-TIPO-DIA,
                  CONTINUE
            END-EVALUATE

            CALL 'BUSCAR-SALA'
                          USING WS-SALA-DIGITADA, WS-DESCRICAO-SALA,
                                WS-CAPACIDADE-SALA, WS-TIPO-SALA,
                                WS-RETORNO-BUSCAR-SALA
            IF WS-RETORNO-BUSCAR-SALA NOT = 0 THEN
               DISPLAY 'SALA NAO CADASTRADA (PROGARQ019) - SESSAO '
                       'RECUSADA'
               STOP RUN
            END-IF

            PERFORM P150-CONFERIR-SALA-LIVRE
            IF WS-SALA-OCUPADA = 1 THEN
               DISPLAY 'SESSAO RECUSADA - ESCOLHA OUTRA SALA OU DATA'
               STOP RUN
            END-IF

            PERFORM P160-CONTAR-PENDENTES
            IF WS-QTD-PENDENTES > WS-CAPACIDADE-SALA THEN
               DISPLAY 'SALA ' WS-SALA-DIGITADA ' TEM '
                       WS-CAPACIDADE-SALA ' LUGARES PARA '
                       WS-QTD-PENDENTES ' ALUNOS A CONVOCAR - '
                       'SESSAO RECUSADA'
               STOP RUN
            END-IF

            OPEN EXTEND AGENDA-FILE
            IF FS-AGENDA = '35' THEN
               OPEN OUTPUT AGENDA-FILE

            DISPLAY 'SESSAO REGISTRADA: ' WS-MATERIA-FILTRO
                    ' EM ' WS-DATA-EXAME ' (' WS-LOCAL-EXAME ')'
            DISPLAY 'SALA: ' WS-DESCRICAO-SALA ' - '
                    WS-CAPACIDADE-SALA ' LUGARES PARA '
                    WS-QTD-PENDENTES ' ALUNO(S) PENDENTE(S)'
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * OUTRA SESSAO NA MESMA SALA E DATA EH CHOQUE; A PROPRIA
      * MATERIA/PERIODO NAO CONTA (REMARCACAO NA MESMA SALA).
      *-----------------------------------------------------------------
       P150-CONFERIR-SALA-LIVRE.
            MOVE 0 TO WS-SALA-OCUPADA
            MOVE 'N' TO WS-EOF
            OPEN INPUT AGENDA-FILE
            IF FS-AGENDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AGENDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF AG-LOCAL = WS-LOCAL-EXAME AND
                              AG-DATA-EXAME = WS-DATA-EXAME AND
                              NOT (AG-CD-MATERIA = WS-MATERIA-FILTRO
                                   AND AG-ANO-LETIVO = WS-ANO-FILTRO
                                   AND AG-BIMESTRE =
                                       WS-BIMESTRE-FILTRO) THEN
                              MOVE 1 TO WS-SALA-OCUPADA
                              DISPLAY 'CHOQUE: SALA ' WS-SALA-DIGITADA
                                      ' JA RESERVADA PARA A SESSAO DE '
                                      AG-CD-MATERIA ' (' AG-BIMESTRE
                                      'O BIM/' AG-ANO-LETIVO ')'
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * QUANTOS ALUNOS A SESSAO VAI CONVOCAR: AS MESMAS RECUPERACOES
      * VIVAS QUE P300 VARRE.
      *-----------------------------------------------------------------
       P160-CONTAR-PENDENTES.
            MOVE 0 TO WS-QTD-PENDENTES
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NH-CD-MATERIA = WS-MATERIA-FILTRO AND
                              NH-ANO-LETIVO = WS-ANO-FILTRO AND
                              NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                              NH-STATUS = 'RECUPERACAO' AND
                              NOT NH-REGISTRO-ESTORNADO THEN
                              ADD 1 TO WS-QTD-PENDENTES
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * CONVOCACAO: ACHA A SESSAO DA MATERIA/PERIODO NA AGENDA, VARRE
      * O HISTORICO VIVO ATRAS DAS RECUPERACOES PENDENTES E GRAVA UMA
      * CONVOCACAO POR ALUNO, IMPRIMINDO A LISTA DO MURAL.
               STOP RUN
            END-IF

      * A LOTACAO EH CONFERIDA DE NOVO: PODE TER SURGIDO RECUPERACAO
      * DEPOIS DO AGENDAMENTO. SESSAO ANTIGA COM LOCAL EM TEXTO LIVRE
      * (FORA DO CADASTRO DE SALAS) SO AVISA.
            MOVE WS-SES-LOCAL TO WS-SALA-DIGITADA
            CALL 'BUSCAR-SALA'
                          USING WS-SALA-DIGITADA, WS-DESCRICAO-SALA,
                                WS-CAPACIDADE-SALA, WS-TIPO-SALA,
                                WS-RETORNO-BUSCAR-SALA
            IF WS-RETORNO-BUSCAR-SALA NOT = 0 THEN
               DISPLAY 'AVISO: LOCAL DA SESSAO FORA DO CADASTRO DE '
                       'SALAS - LOTACAO NAO CONFERIDA'
            ELSE
               PERFORM P160-CONTAR-PENDENTES
               IF WS-QTD-PENDENTES > WS-CAPACIDADE-SALA THEN
                  DISPLAY 'SALA ' WS-SALA-DIGITADA ' TEM '
                          WS-CAPACIDADE-SALA ' LUGARES PARA '
                          WS-QTD-PENDENTES ' ALUNOS - REMARQUE A '
                          'SESSAO EM SALA MAIOR (OPCAO 1)'
                  STOP RUN
               END-IF
            END-IF

            OPEN INPUT NOTAS-HIST
            IF FS-HIST NOT = '00' THEN
               DISPLAY 'HISTORICO (NOTAS-HIST.TXT) NAO ENCONTRADO'
            END-IF

            OPEN OUTPUT MURAL-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-MURAL FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-MURAL
            STRING 'CONVOCACAO - PROVA DE RECUPERACAO DE '
                   WS-MATERIA-FILTRO
            END-IF

            OPEN OUTPUT ALUNO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ALUNO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-ALUNO
            STRING 'AGENDA DE RECUPERACAO DO ALUNO ' WS-CD-ALUNO
                   ' - EMITIDO EM ' WS-DATA-EMISSAO
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'AGENDA-RECUPERACAO' TO LY-PROGRAMA
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
       END PROGRAM AGENDA-RECUPERACAO.
