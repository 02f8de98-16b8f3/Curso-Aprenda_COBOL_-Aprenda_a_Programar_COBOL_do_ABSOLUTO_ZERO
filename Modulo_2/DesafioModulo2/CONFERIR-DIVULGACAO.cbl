      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: PORTAO DA DIVULGACAO DE RESULTADOS (DIVULGACOES.TXT,
      *          VEJA DIVULGACAO-RECORD E DIVULGAR-RESULTADOS): TODO
      *          PROGRAMA QUE PRODUZ DOCUMENTO DE RESULTADO PARA A
      *          FAMILIA CONFERE AQUI O ANO/BIMESTRE/TURMA DE CADA
      *          DOCUMENTO ('C'). O PERIODO SO ESTA DIVULGADO COM A
      *          LIBERACAO EXPLICITA E A DATA DE DIVULGACAO ALCANCADA;
      *          O REGISTRO DA TURMA VALE SOBRE O DA ESCOLA, SEMPRE NO
      *          REGIME DE PERIODOS DA TURMA (BIMESTRAL OU SEMESTRAL -
      *          EJA, VEJA TU-REGIME-PERIODO); PERIODO
      *          SEM REGISTRO NENHUM ESTA EMBARGADO. ARQUIVO AINDA
      *          INEXISTENTE EH TRANSICAO (TUDO SAI, SITUACAO 'S').
      *          OS DOCUMENTOS RETIDOS (OU, NA PREVIA INTERNA, OS QUE
      *          SAIRAM MARCADOS) SAO CONTADOS POR PERIODO/TURMA E NO
      *          ENCERRAMENTO ('E') VIRAM UMA LINHA DE RECUSA (OU DE
      *          PREVIA) COM O OPERADOR EM DIVULGACOES-LOG.TXT. O
      *          CONTROLE EH LIDO UMA VEZ POR EXECUCAO DO CHAMADOR.
      *          RETORNO: 0 = LIBERADO (OU SEM CONTROLE); 1 =
      *          EMBARGADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERIR-DIVULGACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVULGACAO-FILE ASSIGN TO
           '../../DIVULGACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIVULGACAO.

           SELECT DIVULGACAO-LOG-FILE ASSIGN TO
           '../../DIVULGACOES-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIVULGACAO-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD DIVULGACAO-FILE.
           COPY DIVULGACAO-RECORD.
       FD DIVULGACAO-LOG-FILE.
           COPY DIVULGACAO-LOG-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-DIVULGACAO               PIC X(02)       VALUE SPACES.
       77 FS-DIVULGACAO-LOG           PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HORA-AGORA               PIC 9(08)       VALUE 0.
      * CONTROLE CARREGADO NA PRIMEIRA CHAMADA DA EXECUCAO ('N' =
      * AINDA NAO; 'S' = CARREGADO; 'X' = ARQUIVO INEXISTENTE).
       77 WS-CARREGADO                PIC X(01)       VALUE 'N'.
       77 WS-QTD-DIVULGACOES          PIC 9(03)       VALUE 0.
       77 WS-MAX-DIVULGACOES          PIC 9(03)       VALUE 500.
       77 WS-IDX-DIV                  PIC 9(03)       VALUE 0.
       77 WS-POS-TURMA                PIC 9(03)       VALUE 0.
       77 WS-POS-ESCOLA               PIC 9(03)       VALUE 0.
      * REGIME DE PERIODOS DO DOCUMENTO: O INFORMADO PELO CHAMADOR OU,
      * EM BRANCO, O DA TURMA (A ULTIMA TURMA BUSCADA FICA GUARDADA).
       77 WS-REGIME-DOCUMENTO         PIC X(01)       VALUE SPACE.
       77 WS-TURMA-REGIME             PIC X(05)       VALUE SPACES.
       77 WS-REGIME-TURMA             PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       01 WS-TABELA-DIVULGACOES.
           02 WS-DIV-ITEM OCCURS 500 TIMES.
              03 WS-DIV-ANO           PIC 9(04).
              03 WS-DIV-BIMESTRE      PIC 9(01).
              03 WS-DIV-TURMA         PIC X(05).
              03 WS-DIV-REGIME        PIC X(01).
              03 WS-DIV-DATA          PIC 9(08).
              03 WS-DIV-SITUACAO      PIC X(01).
      * DOCUMENTOS RETIDOS (OU EM PREVIA) NA EXECUCAO, POR PERIODO/
      * TURMA - GRAVADOS NO LOG NO ENCERRAMENTO.
       77 WS-QTD-RETIDAS              PIC 9(03)       VALUE 0.
       77 WS-MAX-RETIDAS              PIC 9(03)       VALUE 300.
       77 WS-IDX-RET                  PIC 9(03)       VALUE 0.
       77 WS-POS-RET                  PIC 9(03)       VALUE 0.
       01 WS-TABELA-RETIDAS.
           02 WS-RET-ITEM OCCURS 300 TIMES.
              03 WS-RET-ANO           PIC 9(04).
              03 WS-RET-BIMESTRE      PIC 9(01).
              03 WS-RET-TURMA         PIC X(05).
              03 WS-RET-REGIME        PIC X(01).
              03 WS-RET-DATA          PIC 9(08).
              03 WS-RET-QTD           PIC 9(05).
       LINKAGE SECTION.
           COPY CAMPOS-DIVULGACAO.
           COPY RETORNO-CHAMADA REPLACING ==:RETORNO:==
                                       BY ==WS-RETORNO-DIVULGACAO==.
       PROCEDURE DIVISION USING CAMPOS-DIVULGACAO,
                                WS-RETORNO-DIVULGACAO.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-DIVULGACAO
            MOVE '*** PREVIA INTERNA - RESULTADO NAO DIVULGADO - NAO '
              TO DG-FAIXA-PREVIA
            MOVE 'ENTREGAR A FAMILIA ***' TO DG-FAIXA-PREVIA (52:22)
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            IF WS-CARREGADO = 'N' THEN
               PERFORM P100-CARREGAR-CONTROLE
            END-IF

            IF DG-ENCERRAR THEN
               PERFORM P400-GRAVAR-RETIDAS
            ELSE
               PERFORM P150-REGIME-DOCUMENTO
               PERFORM P200-CONFERIR-PERIODO
               IF DG-EMBARGADO THEN
                  MOVE 1 TO WS-RETORNO-DIVULGACAO
                  IF DG-CONFERIR THEN
                     PERFORM P300-CONTAR-RETIDO
                  END-IF
               END-IF
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
       P100-CARREGAR-CONTROLE.
            MOVE 0 TO WS-QTD-DIVULGACOES
            MOVE 'N' TO WS-EOF
            OPEN INPUT DIVULGACAO-FILE
            IF FS-DIVULGACAO NOT = '00' THEN
               MOVE 'X' TO WS-CARREGADO
            ELSE
               MOVE 'S' TO WS-CARREGADO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DIVULGACAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-DIVULGACOES < WS-MAX-DIVULGACOES
                              THEN
                              ADD 1 TO WS-QTD-DIVULGACOES
                              MOVE DV-ANO-LETIVO
                                TO WS-DIV-ANO (WS-QTD-DIVULGACOES)
                              MOVE DV-BIMESTRE
                                TO WS-DIV-BIMESTRE (WS-QTD-DIVULGACOES)
                              MOVE DV-CD-TURMA
                                TO WS-DIV-TURMA (WS-QTD-DIVULGACOES)
                              MOVE DV-REGIME
                                TO WS-DIV-REGIME (WS-QTD-DIVULGACOES)
                              IF DV-REGIME = SPACE THEN
                                 MOVE 'B' TO
                                   WS-DIV-REGIME (WS-QTD-DIVULGACOES)
                              END-IF
                              MOVE DV-DATA-DIVULGACAO
                                TO WS-DIV-DATA (WS-QTD-DIVULGACOES)
                              MOVE DV-SITUACAO
                                TO WS-DIV-SITUACAO (WS-QTD-DIVULGACOES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DIVULGACAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * REGIME DE PERIODOS DO DOCUMENTO: O DO CHAMADOR; EM BRANCO, O DA
      * TURMA DO DOCUMENTO (BUSCAR-TURMA, TU-REGIME-PERIODO); SEM TURMA
      * OU TURMA FORA DO CADASTRO, BIMESTRAL.
      *-----------------------------------------------------------------
       P150-REGIME-DOCUMENTO.
            IF DG-REGIME NOT = SPACE THEN
               MOVE DG-REGIME TO WS-REGIME-DOCUMENTO
            ELSE
               IF DG-CD-TURMA = SPACES THEN
                  MOVE 'B' TO WS-REGIME-DOCUMENTO
               ELSE
                  IF DG-CD-TURMA NOT = WS-TURMA-REGIME THEN
                     MOVE DG-CD-TURMA TO WS-TURMA-REGIME
                     MOVE 'B' TO WS-REGIME-TURMA
                     CALL 'BUSCAR-TURMA' USING WS-TURMA-REGIME,
                                   REG-TURMA, WS-RETORNO-BUSCAR-TURMA
                     IF WS-RETORNO-BUSCAR-TURMA = 0 AND
                        TU-PERIODO-SEMESTRAL THEN
                        MOVE 'S' TO WS-REGIME-TURMA
                     END-IF
                  END-IF
                  MOVE WS-REGIME-TURMA TO WS-REGIME-DOCUMENTO
               END-IF
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * O REGISTRO DA TURMA, QUANDO EXISTE, DECIDE; SENAO O DA ESCOLA
      * (TURMA EM BRANCO), SO DO REGIME DE PERIODOS DO DOCUMENTO.
      * NENHUM DOS DOIS = AINDA SEM DATA: EMBARGADO.
      *-----------------------------------------------------------------
       P200-CONFERIR-PERIODO.
            MOVE 0 TO DG-DATA-DIVULGACAO
            IF WS-CARREGADO = 'X' THEN
               MOVE 'S' TO DG-SITUACAO
            ELSE
               MOVE 0 TO WS-POS-TURMA
               MOVE 0 TO WS-POS-ESCOLA
               PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                       UNTIL WS-IDX-DIV > WS-QTD-DIVULGACOES
                  IF WS-DIV-ANO (WS-IDX-DIV) = DG-ANO-LETIVO AND
                     WS-DIV-BIMESTRE (WS-IDX-DIV) = DG-BIMESTRE AND
                     WS-DIV-REGIME (WS-IDX-DIV) = WS-REGIME-DOCUMENTO
                     THEN
                     IF WS-DIV-TURMA (WS-IDX-DIV) = SPACES THEN
                        MOVE WS-IDX-DIV TO WS-POS-ESCOLA
                     END-IF
                     IF WS-DIV-TURMA (WS-IDX-DIV) = DG-CD-TURMA AND
                        DG-CD-TURMA NOT = SPACES THEN
                        MOVE WS-IDX-DIV TO WS-POS-TURMA
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-POS-TURMA > 0 THEN
                  MOVE WS-POS-TURMA TO WS-IDX-DIV
               ELSE
                  MOVE WS-POS-ESCOLA TO WS-IDX-DIV
               END-IF

               IF WS-IDX-DIV = 0 THEN
                  MOVE 'E' TO DG-SITUACAO
               ELSE
                  MOVE WS-DIV-DATA (WS-IDX-DIV) TO DG-DATA-DIVULGACAO
                  IF WS-DIV-SITUACAO (WS-IDX-DIV) = 'L' AND
                     WS-DATA-HOJE >= WS-DIV-DATA (WS-IDX-DIV) THEN
                     MOVE 'L' TO DG-SITUACAO
                  ELSE
                     MOVE 'E' TO DG-SITUACAO
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P300-CONTAR-RETIDO.
            MOVE 0 TO WS-POS-RET
            PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                    UNTIL WS-IDX-RET > WS-QTD-RETIDAS
                    OR WS-POS-RET > 0
               IF WS-RET-ANO (WS-IDX-RET) = DG-ANO-LETIVO AND
                  WS-RET-BIMESTRE (WS-IDX-RET) = DG-BIMESTRE AND
                  WS-RET-TURMA (WS-IDX-RET) = DG-CD-TURMA AND
                  WS-RET-REGIME (WS-IDX-RET) = WS-REGIME-DOCUMENTO THEN
                  MOVE WS-IDX-RET TO WS-POS-RET
               END-IF
            END-PERFORM

            IF WS-POS-RET = 0 AND WS-QTD-RETIDAS < WS-MAX-RETIDAS THEN
               ADD 1 TO WS-QTD-RETIDAS
               MOVE WS-QTD-RETIDAS TO WS-POS-RET
               MOVE DG-ANO-LETIVO TO WS-RET-ANO (WS-POS-RET)
               MOVE DG-BIMESTRE   TO WS-RET-BIMESTRE (WS-POS-RET)
               MOVE DG-CD-TURMA   TO WS-RET-TURMA (WS-POS-RET)
               MOVE WS-REGIME-DOCUMENTO TO WS-RET-REGIME (WS-POS-RET)
               MOVE DG-DATA-DIVULGACAO TO WS-RET-DATA (WS-POS-RET)
               MOVE 0             TO WS-RET-QTD (WS-POS-RET)
            END-IF

            IF WS-POS-RET > 0 THEN
               ADD 1 TO WS-RET-QTD (WS-POS-RET)
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * ENCERRAMENTO: UMA LINHA DE RECUSA (MODO FAMILIA) OU DE PREVIA
      * (MODO PREVIA) POR PERIODO/TURMA RETIDO, COM O OPERADOR E O
      * PROGRAMA; O TOTAL VOLTA EM DG-QTD-RETIDOS.
      *-----------------------------------------------------------------
       P400-GRAVAR-RETIDAS.
            MOVE 0 TO DG-QTD-RETIDOS
            IF WS-QTD-RETIDAS > 0 THEN
               ACCEPT WS-HORA-AGORA FROM TIME
               OPEN EXTEND DIVULGACAO-LOG-FILE
               IF FS-DIVULGACAO-LOG = '35' THEN
                  OPEN OUTPUT DIVULGACAO-LOG-FILE
               END-IF
               PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                       UNTIL WS-IDX-RET > WS-QTD-RETIDAS
                  MOVE WS-DATA-HOJE  TO DL-DATA
                  MOVE WS-HORA-AGORA TO DL-HORA
                  MOVE DG-OPERADOR   TO DL-OPERADOR
                  MOVE DG-PROGRAMA   TO DL-PROGRAMA
                  MOVE WS-RET-ANO (WS-IDX-RET)      TO DL-ANO-LETIVO
                  MOVE WS-RET-BIMESTRE (WS-IDX-RET) TO DL-BIMESTRE
                  MOVE WS-RET-TURMA (WS-IDX-RET)    TO DL-CD-TURMA
                  MOVE WS-RET-REGIME (WS-IDX-RET)   TO DL-REGIME
                  IF DG-MODO-PREVIA THEN
                     SET DL-PREVIA TO TRUE
                  ELSE
                     SET DL-RECUSA TO TRUE
                  END-IF
                  MOVE WS-RET-DATA (WS-IDX-RET) TO DL-DATA-DIVULGACAO
                  MOVE WS-RET-QTD (WS-IDX-RET)  TO DL-QTD-DOCUMENTOS
                  WRITE REG-DIVULGACAO-LOG
                  ADD WS-RET-QTD (WS-IDX-RET) TO DG-QTD-RETIDOS
               END-PERFORM
               CLOSE DIVULGACAO-LOG-FILE
            END-IF
            MOVE 0 TO WS-QTD-RETIDAS
            .
       P400-FIM.
       END PROGRAM CONFERIR-DIVULGACAO.
