      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: GERACAO DAS PARCELAS DE MENSALIDADE DE UM MES DE
      *          REFERENCIA (MENSALIDADES.TXT, VEJA MENSALIDADE-
      *          RECORD.CPY) PARA TODO ALUNO DO MESTRE QUE FREQUENTOU
      *          ALGUM DIA DO MES, CONTRA O RESPONSAVEL FINANCEIRO
      *          (RESPONSAVEIS.TXT) - A TESOURARIA DEIXA DE COBRAR POR
      *          PLANILHA QUE NUNCA BATIA COM O MESTRE DEPOIS DE
      *          TRANSFERENCIA E TRANCAMENTO. ENTRADA NO MEIO DO MES
      *          (DT-MATRICULA) COBRA DO DIA DA MATRICULA EM DIANTE;
      *          SAIDA NO MEIO DO MES (DT-SITUACAO DE TRANCADO/
      *          TRANSFERIDO/EVADIDO/CONCLUIDO) COBRA ATE A VESPERA;
      *          SAIDA ANTERIOR AO MES NAO GERA PARCELA. ALUNO JA
      *          COBRADO NO MES NAO EH COBRADO DE NOVO (A RODADA PODE
      *          SER REPETIDA). ALUNO SEM RESPONSAVEL SAI NA LISTA DE
      *          PENDENCIAS E FICA SEM PARCELA. BOLSISTA DO ANO DE
      *          REFERENCIA (BOLSISTAS.TXT) TEM O PERCENTUAL DA BOLSA
      *          ABATIDO DA PARCELA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-MENSALIDADES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT BOLSISTA-FILE ASSIGN TO
           '../../BOLSISTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLSISTA.

           SELECT MENSALIDADE-FILE ASSIGN TO
           '../../MENSALIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSALIDADE.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD BOLSISTA-FILE.
           COPY BOLSISTA-RECORD.
       FD MENSALIDADE-FILE.
           COPY MENSALIDADE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 FS-MENSALIDADE              PIC X(02)       VALUE SPACES.
       77 FS-BOLSISTA                 PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
      * A GERACAO EH TAREFA DE COORDENADOR/ADMIN (VEJA
      * VALIDAR-OPERADOR).
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): SO OS ALUNOS DA UNIDADE TEM PARCELA GERADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
      * PARAMETROS DA RODADA: MES DE REFERENCIA, VALOR CHEIO DA
      * MENSALIDADE E DIA DO VENCIMENTO (ATE 28, PARA EXISTIR EM
      * TODO MES).
       77 WS-ANO-REF                  PIC 9(04)       VALUE 0.
       77 WS-MES-REF                  PIC 9(02)       VALUE 0.
       77 WS-AAAAMM-REF               PIC 9(06)       VALUE 0.
       77 WS-VALOR-DIGITADO           PIC X(10)       VALUE SPACES.
       77 WS-VALOR-CHEIO              PIC 9(05)V9(02) VALUE 0.
       77 WS-DIA-VENCIMENTO           PIC 9(02)       VALUE 0.
       77 WS-DATA-VENCIMENTO          PIC 9(08)       VALUE 0.
      * DIAS DO MES DE REFERENCIA: O MAIOR DIA QUE VALIDAR-DATA
      * ACEITA (28 A 31) - A MESMA REGRA DE BISSEXTO DO SISTEMA.
       77 WS-DIAS-NO-MES              PIC 9(02)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
      * COBERTURA DO ALUNO NO MES (PRIMEIRO E ULTIMO DIA COBRADOS).
       77 WS-DIA-INICIO               PIC S9(02)      VALUE 0.
       77 WS-DIA-FIM                  PIC S9(02)      VALUE 0.
       77 WS-DIAS-COBRADOS            PIC S9(02)      VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-AAAAMM-DATA              PIC 9(06)       VALUE 0.
      * ALUNOS JA COBRADOS NO MES DE REFERENCIA (RODADA REPETIDA).
       77 WS-QTD-COBRADOS             PIC 9(05)       VALUE 0.
       77 WS-IDX-COBRADO              PIC 9(05)       VALUE 0.
       77 WS-JA-COBRADO               PIC 9(01)       VALUE 0.
       01 WS-TABELA-COBRADOS.
           02 WS-COBRADO-ITEM OCCURS 5000 TIMES.
              03 WS-COB-CD-STUDENT    PIC 9(05).
       77 WS-CD-ALUNO-BUSCA           PIC 9(05)       VALUE 0.
      * RESPONSAVEL DE COBRANCA POR ALUNO: O FINANCEIRO QUANDO
      * HOUVER, SENAO O PRIMEIRO RESPONSAVEL DO ALUNO (TRANSICAO).
       77 WS-QTD-RESPS                PIC 9(05)       VALUE 0.
       77 WS-IDX-RESP                 PIC 9(05)       VALUE 0.
       77 WS-POS-RESP                 PIC 9(05)       VALUE 0.
       01 WS-TABELA-RESPS.
           02 WS-RESP-ITEM OCCURS 5000 TIMES.
              03 WS-RSP-CD-STUDENT    PIC 9(05).
              03 WS-RSP-NOME          PIC X(30).
              03 WS-RSP-ENDERECO-1    PIC X(40).
              03 WS-RSP-FINANCEIRO    PIC X(01).
      * DESCONTO DE BOLSA POR ALUNO NO ANO DE REFERENCIA (DECIDIDO
      * PELA DIRECAO EM APROVAR-BOLSAS OU CONCEDIDO NO PROGARQ018).
       77 WS-QTD-BOLSAS               PIC 9(04)       VALUE 0.
       77 WS-IDX-BOLSA                PIC 9(04)       VALUE 0.
       77 WS-PERC-DESCONTO            PIC 9(03)V9(01) VALUE 0.
       01 WS-TABELA-BOLSAS.
           02 WS-BOLSA-ITEM OCCURS 3000 TIMES.
              03 WS-BLS-CD-STUDENT    PIC 9(05).
              03 WS-BLS-PERC-DESCONTO PIC 9(03)V9(01).
      * TOTAIS DA RODADA.
       77 WS-QTD-GERADAS              PIC 9(05)       VALUE 0.
       77 WS-QTD-PROPORCIONAIS        PIC 9(05)       VALUE 0.
       77 WS-QTD-FORA-DO-MES          PIC 9(05)       VALUE 0.
       77 WS-QTD-REPETIDAS            PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-RESPONSAVEL      PIC 9(05)       VALUE 0.
       77 WS-QTD-COM-BOLSA            PIC 9(05)       VALUE 0.
       77 WS-TOTAL-FATURADO           PIC 9(09)V9(02) VALUE 0.
       77 WS-TOTAL-EDT                PIC ZZZZZZZZ9.99.
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
            DISPLAY 'GERACAO DAS MENSALIDADES DO MES'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY 'GERACAO RESTRITA A COORDENADOR/ADMIN '
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            PERFORM P050-ACEITAR-PARAMETROS
            PERFORM P100-CARREGAR-COBRADOS
            PERFORM P150-CARREGAR-RESPONSAVEIS
            PERFORM P180-CARREGAR-BOLSAS

            OPEN EXTEND MENSALIDADE-FILE
            IF FS-MENSALIDADE = '35' THEN
               OPEN OUTPUT MENSALIDADE-FILE
            END-IF

            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ STUDENT
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              PERFORM P200-AVALIAR-ALUNO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE STUDENT
            END-IF
            CLOSE MENSALIDADE-FILE

            MOVE WS-TOTAL-FATURADO TO WS-TOTAL-EDT
            DISPLAY '***********************************************'
            DISPLAY 'MES DE REFERENCIA.............: '
                    WS-MES-REF '/' WS-ANO-REF
            DISPLAY 'PARCELAS GERADAS..............: ' WS-QTD-GERADAS
            DISPLAY '  DAS QUAIS PROPORCIONAIS.....: '
                    WS-QTD-PROPORCIONAIS
            DISPLAY 'ALUNOS FORA DO MES (SAIDA/    '
            DISPLAY '  ENTRADA EM OUTRO MES).......: '
                    WS-QTD-FORA-DO-MES
            DISPLAY 'JA COBRADOS NESTE MES.........: '
                    WS-QTD-REPETIDAS
            DISPLAY 'SEM RESPONSAVEL (PENDENTES)...: '
                    WS-QTD-SEM-RESPONSAVEL
            DISPLAY 'PARCELAS COM DESCONTO DE BOLSA: '
                    WS-QTD-COM-BOLSA
            DISPLAY 'TOTAL FATURADO................: ' WS-TOTAL-EDT
            DISPLAY 'ARQUIVO: MENSALIDADES.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
       P050-ACEITAR-PARAMETROS.
            PERFORM WITH TEST AFTER
                    UNTIL WS-MES-REF >= 1 AND WS-MES-REF <= 12
               DISPLAY 'ANO DE REFERENCIA (AAAA)......: '
               ACCEPT WS-ANO-REF
               DISPLAY 'MES DE REFERENCIA (MM)........: '
               ACCEPT WS-MES-REF
               IF WS-MES-REF < 1 OR WS-MES-REF > 12 THEN
                  DISPLAY 'MES INVALIDO - TENTE NOVAMENTE'
               END-IF
            END-PERFORM
            COMPUTE WS-AAAAMM-REF = (WS-ANO-REF * 100) + WS-MES-REF

            MOVE 0 TO WS-VALOR-CHEIO
            PERFORM WITH TEST AFTER UNTIL WS-VALOR-CHEIO > 0
               DISPLAY 'VALOR CHEIO DA MENSALIDADE....: '
               ACCEPT WS-VALOR-DIGITADO
               IF FUNCTION TEST-NUMVAL (WS-VALOR-DIGITADO) = 0 THEN
                  COMPUTE WS-VALOR-CHEIO =
                          FUNCTION NUMVAL (WS-VALOR-DIGITADO)
               END-IF
               IF WS-VALOR-CHEIO = 0 THEN
                  DISPLAY 'VALOR INVALIDO - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            PERFORM WITH TEST AFTER
                    UNTIL WS-DIA-VENCIMENTO >= 1 AND
                          WS-DIA-VENCIMENTO <= 28
               DISPLAY 'DIA DO VENCIMENTO (1 A 28)....: '
               ACCEPT WS-DIA-VENCIMENTO
            END-PERFORM
            COMPUTE WS-DATA-VENCIMENTO =
                    (WS-DIA-VENCIMENTO * 1000000) +
                    (WS-MES-REF * 10000) + WS-ANO-REF

            MOVE 31 TO WS-DIAS-NO-MES
            MOVE 0 TO WS-DATA-VALIDA
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               CALL 'VALIDAR-DATA'
                             USING WS-DIAS-NO-MES, WS-MES-REF,
                                   WS-ANO-REF, WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  SUBTRACT 1 FROM WS-DIAS-NO-MES
               END-IF
            END-PERFORM
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-COBRADOS.
            MOVE 0 TO WS-QTD-COBRADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT MENSALIDADE-FILE
            IF FS-MENSALIDADE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MENSALIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF MS-ANO-REF = WS-ANO-REF AND
                              MS-MES-REF = WS-MES-REF AND
                              WS-QTD-COBRADOS < 5000 THEN
                              ADD 1 TO WS-QTD-COBRADOS
                              MOVE MS-CD-STUDENT TO
                                   WS-COB-CD-STUDENT (WS-QTD-COBRADOS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MENSALIDADE-FILE
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * UM RESPONSAVEL DE COBRANCA POR ALUNO: O PRIMEIRO REGISTRO DO
      * ALUNO OCUPA A VAGA; UM FINANCEIRO ('F') QUE APARECA DEPOIS
      * TOMA O LUGAR DE UM NAO FINANCEIRO.
      *-----------------------------------------------------------------
       P150-CARREGAR-RESPONSAVEIS.
            MOVE 0 TO WS-QTD-RESPS
            MOVE 'N' TO WS-EOF
            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P160-GUARDAR-RESPONSAVEL
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-GUARDAR-RESPONSAVEL.
            MOVE RP-CD-STUDENT TO WS-CD-ALUNO-BUSCA
            PERFORM P170-LOCALIZAR-RESPONSAVEL
            IF WS-POS-RESP = 0 AND WS-QTD-RESPS < 5000 THEN
               ADD 1 TO WS-QTD-RESPS
               MOVE WS-QTD-RESPS TO WS-POS-RESP
               MOVE RP-CD-STUDENT TO WS-RSP-CD-STUDENT (WS-POS-RESP)
               MOVE 'N' TO WS-RSP-FINANCEIRO (WS-POS-RESP)
               MOVE RP-NM-RESPONSAVEL TO WS-RSP-NOME (WS-POS-RESP)
               MOVE RP-ENDERECO-1 TO WS-RSP-ENDERECO-1 (WS-POS-RESP)
            END-IF
            IF WS-POS-RESP > 0 AND RP-TIPO-FINANCEIRO AND
               WS-RSP-FINANCEIRO (WS-POS-RESP) = 'N' THEN
               MOVE 'S' TO WS-RSP-FINANCEIRO (WS-POS-RESP)
               MOVE RP-NM-RESPONSAVEL TO WS-RSP-NOME (WS-POS-RESP)
               MOVE RP-ENDERECO-1 TO WS-RSP-ENDERECO-1 (WS-POS-RESP)
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * PROCURA O ALUNO DE WS-CD-ALUNO-BUSCA NA TABELA DE
      * RESPONSAVEIS (0 = NAO ACHOU).
      *-----------------------------------------------------------------
       P170-LOCALIZAR-RESPONSAVEL.
            MOVE 0 TO WS-POS-RESP
            PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                    UNTIL WS-IDX-RESP > WS-QTD-RESPS
                       OR WS-POS-RESP > 0
               IF WS-RSP-CD-STUDENT (WS-IDX-RESP) =
                  WS-CD-ALUNO-BUSCA THEN
                  MOVE WS-IDX-RESP TO WS-POS-RESP
               END-IF
            END-PERFORM
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * SO O REGISTRO DO ANO DE REFERENCIA VALE: A BOLSA DO ANO
      * SEGUINTE SO PASSA A VALER QUANDO A COBRANCA CHEGAR NELE.
      *-----------------------------------------------------------------
       P180-CARREGAR-BOLSAS.
            MOVE 0 TO WS-QTD-BOLSAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT BOLSISTA-FILE
            IF FS-BOLSISTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLSISTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF BS-ANO-VIGENCIA = WS-ANO-REF AND
                              BS-PERC-DESCONTO > 0 AND
                              WS-QTD-BOLSAS < 3000 THEN
                              ADD 1 TO WS-QTD-BOLSAS
                              MOVE BS-CD-STUDENT TO
                                   WS-BLS-CD-STUDENT (WS-QTD-BOLSAS)
                              MOVE BS-PERC-DESCONTO TO
                                   WS-BLS-PERC-DESCONTO (WS-QTD-BOLSAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE BOLSISTA-FILE
            END-IF
            .
       P180-FIM.
      *-----------------------------------------------------------------
      * COBERTURA DO ALUNO NO MES: DO DIA DA MATRICULA (SE FOI NESTE
      * MES) ATE O FIM DO MES; ALUNO QUE NAO ESTA ATIVO PARA NA
      * VESPERA DA DATA EFETIVA DA SITUACAO (DT-SITUACAO) QUANDO ELA
      * CAI NESTE MES, E NEM EH COBRADO QUANDO ELA CAI ANTES. SEM
      * DATA EFETIVA (REGISTRO ANTERIOR AO CAMPO), ALUNO NAO ATIVO
      * NAO EH COBRADO.
      *-----------------------------------------------------------------
       P200-AVALIAR-ALUNO.
            MOVE 1 TO WS-DIA-INICIO
            MOVE WS-DIAS-NO-MES TO WS-DIA-FIM
            SET FORMATO-DDMMAAAA TO TRUE

            IF DT-MATRICULA IS NUMERIC AND DT-MATRICULA > 0 THEN
               MOVE DT-MATRICULA TO WS-DATA-TRABALHO
               PERFORM P210-ANO-MES-DA-DATA
               IF WS-AAAAMM-DATA > WS-AAAAMM-REF THEN
                  MOVE 0 TO WS-DIA-FIM
               END-IF
               IF WS-AAAAMM-DATA = WS-AAAAMM-REF THEN
                  MOVE WS-DIA TO WS-DIA-INICIO
               END-IF
            END-IF

            IF NOT ST-ATIVO THEN
               IF DT-SITUACAO IS NUMERIC AND DT-SITUACAO > 0 THEN
                  MOVE DT-SITUACAO TO WS-DATA-TRABALHO
                  PERFORM P210-ANO-MES-DA-DATA
                  IF WS-AAAAMM-DATA < WS-AAAAMM-REF THEN
                     MOVE 0 TO WS-DIA-FIM
                  END-IF
                  IF WS-AAAAMM-DATA = WS-AAAAMM-REF THEN
                     COMPUTE WS-DIA-FIM = WS-DIA - 1
                  END-IF
               ELSE
                  MOVE 0 TO WS-DIA-FIM
               END-IF
            END-IF

            COMPUTE WS-DIAS-COBRADOS = WS-DIA-FIM - WS-DIA-INICIO + 1
            IF WS-DIAS-COBRADOS <= 0 THEN
               ADD 1 TO WS-QTD-FORA-DO-MES
            ELSE
               PERFORM P220-CONFERIR-JA-COBRADO
               IF WS-JA-COBRADO = 1 THEN
                  ADD 1 TO WS-QTD-REPETIDAS
               ELSE
                  PERFORM P300-GRAVAR-PARCELA
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-ANO-MES-DA-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-AAAAMM-DATA = (WS-ANO * 100) + WS-MES
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-CONFERIR-JA-COBRADO.
            MOVE 0 TO WS-JA-COBRADO
            PERFORM VARYING WS-IDX-COBRADO FROM 1 BY 1
                    UNTIL WS-IDX-COBRADO > WS-QTD-COBRADOS
                       OR WS-JA-COBRADO = 1
               IF WS-COB-CD-STUDENT (WS-IDX-COBRADO) = CD-STUDENT THEN
                  MOVE 1 TO WS-JA-COBRADO
               END-IF
            END-PERFORM
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * PARCELA PROPORCIONAL AOS DIAS COBRADOS QUANDO O ALUNO NAO
      * FICOU O MES INTEIRO.
      *-----------------------------------------------------------------
       P300-GRAVAR-PARCELA.
            MOVE CD-STUDENT TO WS-CD-ALUNO-BUSCA
            PERFORM P170-LOCALIZAR-RESPONSAVEL
            IF WS-POS-RESP = 0 THEN
               ADD 1 TO WS-QTD-SEM-RESPONSAVEL
               DISPLAY '*** SEM RESPONSAVEL CADASTRADO: ALUNO '
                       CD-STUDENT ' - ' NM-STUDENT
                       ' (CADASTRE NO PROGARQ005) ***'
            ELSE
               INITIALIZE REG-MENSALIDADE
               MOVE CD-STUDENT TO MS-CD-STUDENT
               MOVE WS-ANO-REF TO MS-ANO-REF
               MOVE WS-MES-REF TO MS-MES-REF
               MOVE WS-RSP-NOME (WS-POS-RESP) TO MS-NM-RESPONSAVEL
               MOVE WS-RSP-ENDERECO-1 (WS-POS-RESP) TO MS-ENDERECO-1
               MOVE WS-DIAS-COBRADOS TO MS-DIAS-COBRADOS
               IF WS-DIAS-COBRADOS = WS-DIAS-NO-MES THEN
                  MOVE WS-VALOR-CHEIO TO MS-VALOR-DEVIDO
               ELSE
                  COMPUTE MS-VALOR-DEVIDO ROUNDED =
                          WS-VALOR-CHEIO * WS-DIAS-COBRADOS /
                          WS-DIAS-NO-MES
                  ADD 1 TO WS-QTD-PROPORCIONAIS
               END-IF
               PERFORM P310-APLICAR-BOLSA
               MOVE WS-DATA-VENCIMENTO TO MS-DATA-VENCIMENTO
               MOVE 0 TO MS-VALOR-PAGO
               MOVE 0 TO MS-DATA-PAGAMENTO
               MOVE SPACES TO MS-OPERADOR-BAIXA
      * BOLSA INTEGRAL (100%) NAO DEIXA NADA A COBRAR.
               IF MS-VALOR-DEVIDO = 0 THEN
                  SET MS-QUITADA TO TRUE
               ELSE
                  SET MS-ABERTA TO TRUE
               END-IF
               WRITE REG-MENSALIDADE
               ADD 1 TO WS-QTD-GERADAS
               ADD MS-VALOR-DEVIDO TO WS-TOTAL-FATURADO
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * O DESCONTO INCIDE SOBRE O VALOR JA PROPORCIONALIZADO.
      *-----------------------------------------------------------------
       P310-APLICAR-BOLSA.
            MOVE 0 TO WS-PERC-DESCONTO
            PERFORM VARYING WS-IDX-BOLSA FROM 1 BY 1
                    UNTIL WS-IDX-BOLSA > WS-QTD-BOLSAS
                       OR WS-PERC-DESCONTO > 0
               IF WS-BLS-CD-STUDENT (WS-IDX-BOLSA) = CD-STUDENT THEN
                  MOVE WS-BLS-PERC-DESCONTO (WS-IDX-BOLSA)
                    TO WS-PERC-DESCONTO
               END-IF
            END-PERFORM
            MOVE WS-PERC-DESCONTO TO MS-PERC-DESCONTO
            IF WS-PERC-DESCONTO > 0 THEN
               COMPUTE MS-VALOR-DEVIDO ROUNDED =
                       MS-VALOR-DEVIDO * (100 - WS-PERC-DESCONTO) / 100
               ADD 1 TO WS-QTD-COM-BOLSA
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'GERAR-MENSALIDADES' TO LY-PROGRAMA
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
       END PROGRAM GERAR-MENSALIDADES.
