      *          E IMPORTAR-NOTAS RECUSAM QUALQUER LANCAMENTO DE NOTA -
      *          O FECHAMENTO DEIXA DE SER UM AVISO POR E-MAIL E VIRA
      *          UM ESTADO QUE O SISTEMA IMPOE.
      *          CADA REGIME DE PERIODOS (B = BIMESTRAL, S = SEMESTRAL
      *          DAS TURMAS DE EJA) TEM SEU PROPRIO CONTROLE E SUA
      *          PROPRIA CONFIGURACAO DE PROMOCAO: ABRIR E FECHAR UM
      *          NAO MEXE NO OUTRO, E OS DOIS CONVIVEM NO MESMO ANO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-EXISTE-CONTROLE          PIC 9(01)       VALUE 0.
       77 WS-ANO-DIGITADO             PIC 9(04)       VALUE 0.
       77 WS-BIMESTRE-DIGITADO        PIC 9(01)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
      * REGIME ESCOLHIDO NA OPERACAO ('B' OU 'S'), O MAIOR PERIODO
      * DELE (4 BIMESTRES OU 2 SEMESTRES) E O NOME DO PERIODO NAS
      * MENSAGENS.
       77 WS-REGIME-DIGITADO          PIC X(01)       VALUE 'B'.
       77 WS-PERIODO-MAXIMO           PIC 9(01)       VALUE 4.
       77 WS-NOME-PERIODO             PIC X(08)       VALUE SPACES.
       77 WS-EXISTE-BIMESTRAL         PIC 9(01)       VALUE 0.
       77 WS-EXISTE-SEMESTRAL         PIC 9(01)       VALUE 0.
       77 WS-EXISTE-CONFIG-BIM        PIC 9(01)       VALUE 0.
       77 WS-EXISTE-CONFIG-SEM        PIC 9(01)       VALUE 0.
      * COPIA DE TRABALHO DO REGISTRO (O FD SO VALE COM O ARQUIVO
      * ABERTO - O REGISTRO LIDO FICA GUARDADO AQUI ENTRE O READ E A
      * REGRAVACAO). O ARQUIVO TEM UM REGISTRO POR REGIME: CADA UM
      * FICA NA SUA COPIA, E O DO REGIME ESCOLHIDO VAI PARA A ATUAL.
       01 WS-PERIODO-ATUAL            PIC X(07)       VALUE SPACES.
       01 WS-PERIODO-BIMESTRAL        PIC X(07)       VALUE SPACES.
       01 WS-PERIODO-SEMESTRAL        PIC X(07)       VALUE SPACES.
       01 WS-CONFIG-BIMESTRAL         PIC X(14)       VALUE SPACES.
       01 WS-CONFIG-SEMESTRAL         PIC X(14)       VALUE SPACES.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-LER-CONTROLE

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
      *-----------------------------------------------------------------
       P050-LER-CONTROLE.
            MOVE 0 TO WS-EXISTE-CONTROLE
            MOVE 0 TO WS-EXISTE-BIMESTRAL
            MOVE 0 TO WS-EXISTE-SEMESTRAL
            MOVE 'N' TO WS-EOF
            OPEN INPUT PERIODO-FILE
            IF FS-PERIODO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PERIODO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PE-REGIME-SEMESTRAL THEN
                              MOVE REG-PERIODO
                                TO WS-PERIODO-SEMESTRAL
                              MOVE 1 TO WS-EXISTE-SEMESTRAL
                           ELSE
                              MOVE 'B' TO PE-REGIME
                              MOVE REG-PERIODO
                                TO WS-PERIODO-BIMESTRAL
                              MOVE 1 TO WS-EXISTE-BIMESTRAL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIODO-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** CONTROLE DO PERIODO LETIVO ***'
            DISPLAY '1 - CONSULTAR PERIODO CORRENTE'
            DISPLAY '2 - ABRIR NOVO PERIODO (ANO/BIMESTRE OU SEMESTRE)'
            DISPLAY '3 - FECHAR O PERIODO CORRENTE'
            DISPLAY '4 - CONFIGURAR PROMOCAO (PESOS/DEPENDENCIAS)'
            DISPLAY '9 - SAIR'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * ESCOLHA DO REGIME DA OPERACAO: TRAZ O CONTROLE DAQUELE REGIME
      * PARA A COPIA ATUAL (P160 DEVOLVE DEPOIS DA ALTERACAO).
      *-----------------------------------------------------------------
       P150-ESCOLHER-REGIME.
            DISPLAY 'REGIME (B = BIMESTRAL, S = SEMESTRAL/EJA) [B]: '
            MOVE SPACE TO WS-REGIME-DIGITADO
            ACCEPT WS-REGIME-DIGITADO
            IF WS-REGIME-DIGITADO = 'S' OR WS-REGIME-DIGITADO = 's'
               THEN
               MOVE 'S' TO WS-REGIME-DIGITADO
               MOVE 2 TO WS-PERIODO-MAXIMO
               MOVE 'SEMESTRE' TO WS-NOME-PERIODO
               MOVE WS-PERIODO-SEMESTRAL TO WS-PERIODO-ATUAL
               MOVE WS-EXISTE-SEMESTRAL  TO WS-EXISTE-CONTROLE
            ELSE
               MOVE 'B' TO WS-REGIME-DIGITADO
               MOVE 4 TO WS-PERIODO-MAXIMO
               MOVE 'BIMESTRE' TO WS-NOME-PERIODO
               MOVE WS-PERIODO-BIMESTRAL TO WS-PERIODO-ATUAL
               MOVE WS-EXISTE-BIMESTRAL  TO WS-EXISTE-CONTROLE
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-GUARDAR-REGIME.
            IF WS-REGIME-DIGITADO = 'S' THEN
               MOVE WS-PERIODO-ATUAL   TO WS-PERIODO-SEMESTRAL
               MOVE WS-EXISTE-CONTROLE TO WS-EXISTE-SEMESTRAL
            ELSE
               MOVE WS-PERIODO-ATUAL   TO WS-PERIODO-BIMESTRAL
               MOVE WS-EXISTE-CONTROLE TO WS-EXISTE-BIMESTRAL
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P200-CONSULTAR.
            IF WS-EXISTE-BIMESTRAL = 0 AND WS-EXISTE-SEMESTRAL = 0
               THEN
               DISPLAY 'NENHUM PERIODO CADASTRADO AINDA'
            END-IF
            IF WS-EXISTE-BIMESTRAL = 1 THEN
               MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
               DISPLAY 'BIMESTRAL - ANO LETIVO: ' PE-ANO-LETIVO
                       '  BIMESTRE: ' PE-BIMESTRE
                       '  SITUACAO: ' PE-SITUACAO
                       ' (A=ABERTO F=FECHADO)'
            END-IF
            IF WS-EXISTE-SEMESTRAL = 1 THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
               DISPLAY 'SEMESTRAL - ANO LETIVO: ' PE-ANO-LETIVO
                       '  SEMESTRE: ' PE-BIMESTRE
                       '  SITUACAO: ' PE-SITUACAO
                       ' (A=ABERTO F=FECHADO)'
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * ABRIR NOVO PERIODO: SO COM O ANTERIOR FECHADO (OU SEM CONTROLE
      * NENHUM) - IMPEDE DOIS BIMESTRES ABERTOS AO MESMO TEMPO. A
      * REGRA VALE DENTRO DE CADA REGIME: O SEMESTRE DA EJA ABRE COM
      * O BIMESTRE DO REGULAR ABERTO OU FECHADO.
      *-----------------------------------------------------------------
       P300-ABRIR-PERIODO.
            PERFORM P150-ESCOLHER-REGIME
            MOVE WS-PERIODO-ATUAL TO REG-PERIODO
            IF WS-EXISTE-CONTROLE = 1 AND PERIODO-ABERTO THEN
               DISPLAY 'O PERIODO ' PE-ANO-LETIVO '/' PE-BIMESTRE
            ELSE
               DISPLAY 'ANO LETIVO (AAAA)......: '
               ACCEPT WS-ANO-DIGITADO
               DISPLAY WS-NOME-PERIODO ' (1 A ' WS-PERIODO-MAXIMO
                       ').......: '
               ACCEPT WS-BIMESTRE-DIGITADO

               IF WS-ANO-DIGITADO IS NOT NUMERIC OR
                  WS-ANO-DIGITADO < 2000 OR
                  WS-BIMESTRE-DIGITADO IS NOT NUMERIC OR
                  WS-BIMESTRE-DIGITADO < 1 OR
                  WS-BIMESTRE-DIGITADO > WS-PERIODO-MAXIMO THEN
                  DISPLAY 'ANO/' WS-NOME-PERIODO
                          ' INVALIDOS - NADA ALTERADO'
               ELSE
                  MOVE WS-ANO-DIGITADO      TO PE-ANO-LETIVO
                  MOVE WS-BIMESTRE-DIGITADO TO PE-BIMESTRE
                  SET PERIODO-ABERTO        TO TRUE
                  MOVE WS-REGIME-DIGITADO   TO PE-REGIME
                  MOVE REG-PERIODO TO WS-PERIODO-ATUAL
                  MOVE 1 TO WS-EXISTE-CONTROLE
                  PERFORM P160-GUARDAR-REGIME
                  PERFORM P900-REGRAVAR-CONTROLE
                  DISPLAY 'PERIODO ' PE-ANO-LETIVO '/' PE-BIMESTRE
                          ' (' WS-NOME-PERIODO ') ABERTO'
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-FECHAR-PERIODO.
            PERFORM P150-ESCOLHER-REGIME
            MOVE WS-PERIODO-ATUAL TO REG-PERIODO
            IF WS-EXISTE-CONTROLE = 0 THEN
               DISPLAY 'NENHUM PERIODO CADASTRADO AINDA'
               ELSE
                  SET PERIODO-FECHADO TO TRUE
                  MOVE REG-PERIODO TO WS-PERIODO-ATUAL
                  PERFORM P160-GUARDAR-REGIME
                  PERFORM P900-REGRAVAR-CONTROLE
                  DISPLAY 'PERIODO ' PE-ANO-LETIVO '/' PE-BIMESTRE
                          ' (' WS-NOME-PERIODO ')'
                          ' FECHADO - LANCAMENTOS BLOQUEADOS'
               END-IF
            END-IF
      * MAXIMO DE MATERIAS LEVADAS COMO DEPENDENCIA (A REDE PERMITE
      * ATE DUAS). PESO INVALIDO/ZERO CAI EM 1; MAXIMO INVALIDO CAI EM
      * 0 (SEM DEPENDENCIA). OS VALORES SAEM IMPRESSOS NO RELATORIO DE
      * PROMOCAO PARA O CONSELHO AUDITAR A CONTA. CADA REGIME TEM O
      * SEU REGISTRO (NO SEMESTRAL, UM PESO POR SEMESTRE); O DO OUTRO
      * REGIME EH REGRAVADO COMO ESTAVA.
      *-----------------------------------------------------------------
       P500-CONFIGURAR-PROMOCAO.
            PERFORM P150-ESCOLHER-REGIME
            MOVE SPACES TO WS-CONFIG-BIMESTRAL
            MOVE SPACES TO WS-CONFIG-SEMESTRAL
            MOVE 0 TO WS-EXISTE-CONFIG-BIM
            MOVE 0 TO WS-EXISTE-CONFIG-SEM
            MOVE 'N' TO WS-EOF
            OPEN INPUT CONFIG-PROMOCAO-FILE
            IF FS-CONFIG = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CONFIG-PROMOCAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PC-REGIME-SEMESTRAL THEN
                              MOVE REG-PROMOCAO-CONFIG
                                TO WS-CONFIG-SEMESTRAL
                              MOVE 1 TO WS-EXISTE-CONFIG-SEM
                           ELSE
                              MOVE 'B' TO PC-REGIME
                              MOVE REG-PROMOCAO-CONFIG
                                TO WS-CONFIG-BIMESTRAL
                              MOVE 1 TO WS-EXISTE-CONFIG-BIM
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CONFIG-PROMOCAO-FILE
            END-IF

            MOVE SPACES TO REG-PROMOCAO-CONFIG
            IF WS-REGIME-DIGITADO = 'S' AND
               WS-EXISTE-CONFIG-SEM = 1 THEN
               MOVE WS-CONFIG-SEMESTRAL TO REG-PROMOCAO-CONFIG
            END-IF
            IF WS-REGIME-DIGITADO = 'B' AND
               WS-EXISTE-CONFIG-BIM = 1 THEN
               MOVE WS-CONFIG-BIMESTRAL TO REG-PROMOCAO-CONFIG
            END-IF
            IF REG-PROMOCAO-CONFIG NOT = SPACES THEN
               DISPLAY 'CONFIGURACAO ATUAL: ANO ' PC-ANO-LETIVO
                       ' PESOS ' PC-PESO-BIMESTRE (1) '/'
                       PC-PESO-BIMESTRE (2) '/'
                       ' MAX DEPENDENCIAS ' PC-MAX-DEPENDENCIAS
            ELSE
               DISPLAY 'NENHUMA CONFIGURACAO DE PROMOCAO AINDA'
                       ' PARA O REGIME'
            END-IF

            DISPLAY 'ANO LETIVO DA CONFIGURACAO (AAAA): '
               PC-ANO-LETIVO < 2000 THEN
               DISPLAY 'ANO INVALIDO - NADA ALTERADO'
            ELSE
               MOVE ZEROS TO PC-PESO-BIMESTRE (3)
               MOVE ZEROS TO PC-PESO-BIMESTRE (4)
               PERFORM VARYING WS-IDX-PESO FROM 1 BY 1
                       UNTIL WS-IDX-PESO > WS-PERIODO-MAXIMO
                  DISPLAY 'PESO DO ' WS-IDX-PESO 'O ' WS-NOME-PERIODO
                          ' [1]: '
                  ACCEPT WS-PESO-DIGITADO
                  IF WS-PESO-DIGITADO IS NOT NUMERIC OR
                     WS-PESO-DIGITADO = 0 THEN
                  MOVE 0 TO WS-MAX-DEP-DIGITADO
               END-IF
               MOVE WS-MAX-DEP-DIGITADO TO PC-MAX-DEPENDENCIAS
               MOVE WS-REGIME-DIGITADO  TO PC-REGIME
               IF WS-REGIME-DIGITADO = 'S' THEN
                  MOVE REG-PROMOCAO-CONFIG TO WS-CONFIG-SEMESTRAL
                  MOVE 1 TO WS-EXISTE-CONFIG-SEM
               ELSE
                  MOVE REG-PROMOCAO-CONFIG TO WS-CONFIG-BIMESTRAL
                  MOVE 1 TO WS-EXISTE-CONFIG-BIM
               END-IF

               OPEN OUTPUT CONFIG-PROMOCAO-FILE
               IF WS-EXISTE-CONFIG-BIM = 1 THEN
                  MOVE WS-CONFIG-BIMESTRAL TO REG-PROMOCAO-CONFIG
                  WRITE REG-PROMOCAO-CONFIG
               END-IF
               IF WS-EXISTE-CONFIG-SEM = 1 THEN
                  MOVE WS-CONFIG-SEMESTRAL TO REG-PROMOCAO-CONFIG
                  WRITE REG-PROMOCAO-CONFIG
               END-IF
               CLOSE CONFIG-PROMOCAO-FILE
               DISPLAY 'CONFIGURACAO DE PROMOCAO GRAVADA'
            END-IF
      *-----------------------------------------------------------------
       P900-REGRAVAR-CONTROLE.
            OPEN OUTPUT PERIODO-FILE
            IF WS-EXISTE-BIMESTRAL = 1 THEN
               MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
               WRITE REG-PERIODO
            END-IF
            IF WS-EXISTE-SEMESTRAL = 1 THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
               WRITE REG-PERIODO
            END-IF
            CLOSE PERIODO-FILE
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
       END PROGRAM CONTROLE-PERIODO.
