      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MAPA DE MOVIMENTO MENSAL DE MATRICULAS PEDIDO PELA
      *          REGIONAL DE ENSINO, POR TURMA E POR SERIE: MATRICULA
      *          INICIAL (ATIVOS NA VIRADA DO MES), ADMITIDOS,
      *          READMITIDOS, REMANEJADOS ENTRE TURMAS (ENTRADA E
      *          SAIDA), TRANSFERIDOS PARA OUTRA ESCOLA, EVADIDOS,
      *          TRANCADOS, OUTRAS SAIDAS (CONCLUSAO/INATIVACAO) E
      *          MATRICULA FINAL. OS EVENTOS VEM DAS DATAS DO CICLO
      *          DE VIDA NO MESTRE (DT-MATRICULA/DT-SITUACAO), DE
      *          TRANSFERENCIAS.TXT (MUDANCAS DE TURMA - DAO A TURMA
      *          DO ALUNO EM CADA DATA), DE TRANSFERENCIAS-SAIDA.TXT E
      *          DE READMISSOES.TXT (QUE SEPARA O READMITIDO DA
      *          MATRICULA NOVA). CADA TURMA CONFERE INICIAL +
      *          MOVIMENTOS = FINAL E O FINAL CONTRA A CONTAGEM DE
      *          ATIVOS DO MESTRE; DIVERGENCIA SAI MARCADA (EVENTO
      *          POSTERIOR AO MES OU DATA DE SITUACAO FALTANDO).
      *          RELATORIO EM MAPA-MOVIMENTO.TXT, ESPOLADO.
      *          NA REDE (UNIDADES.TXT, VEJA PROGARQ025) O MAPA SAI
      *          PARA UMA UNIDADE ESCOLAR (SO AS TURMAS E OS ALUNOS
      *          DELA) OU CONSOLIDADO DA REDE, COM O TOTAL DA REDE NO
      *          LUGAR DO TOTAL DA ESCOLA; OPERADOR RESTRITO SO VE A
      *          PROPRIA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPA-MOVIMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT TURMA-FILE ASSIGN TO
           '../../TURMAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT TRANSF-FILE ASSIGN TO
           '../../TRANSFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSF.

           SELECT SAIDA-FILE ASSIGN TO
           '../../TRANSFERENCIAS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAIDA.

      * LOG DE READMISSOES GRAVADO PELO PROGARQ002 (P280).
           SELECT READMISSAO-FILE ASSIGN TO
           '../../READMISSOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-READMISSAO.

           SELECT MAPA-FILE ASSIGN TO
           '../../MAPA-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD TURMA-FILE.
           COPY TURMA-RECORD.
       FD TRANSF-FILE.
           COPY TRANSFERENCIA-RECORD.
       FD SAIDA-FILE.
           COPY SAIDA-RECORD.
       FD READMISSAO-FILE.
       01 REG-READMISSAO.
           03 RD-CD-STUDENT         PIC 9(05).
           03 RD-NM-STUDENT         PIC X(20).
           03 RD-TURMA-ANTERIOR     PIC X(05).
           03 RD-TURMA-NOVA         PIC X(05).
           03 RD-DATA-READMISSAO    PIC 9(08).
           03 RD-HORA-READMISSAO    PIC 9(08).
       FD MAPA-FILE.
       01 REC-MAPA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-TURMA                    PIC X(02)       VALUE SPACES.
       77 FS-TRANSF                   PIC X(02)       VALUE SPACES.
       77 FS-SAIDA                    PIC X(02)       VALUE SPACES.
       77 FS-READMISSAO               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
      * MES DE REFERENCIA E OS LIMITES EM AAAAMMDD (DIA 00 = VIRADA
      * DO MES, ANTES DE QUALQUER EVENTO DELE; DIA 31 = FIM DO MES).
       77 WS-MES-REF                  PIC 9(02)       VALUE 0.
       77 WS-ANO-REF                  PIC 9(04)       VALUE 0.
       77 WS-INICIO-MES               PIC 9(08)       VALUE 0.
       77 WS-VIRADA-MES               PIC 9(08)       VALUE 0.
       77 WS-FIM-MES                  PIC 9(08)       VALUE 0.
      * CONVERSAO DDMMAAAA (DATAS DO MESTRE) PARA AAAAMMDD, QUE
      * COMPARA EM ORDEM CRONOLOGICA.
       01 WS-DATA-ENTRADA             PIC 9(08)       VALUE 0.
       01 WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
           03 WS-ENT-DIA              PIC 9(02).
           03 WS-ENT-MES              PIC 9(02).
           03 WS-ENT-ANO              PIC 9(04).
       01 WS-DATA-CONVERTIDA          PIC 9(08)       VALUE 0.
       01 WS-DATA-CONVERTIDA-R REDEFINES WS-DATA-CONVERTIDA.
           03 WS-CNV-ANO              PIC 9(04).
           03 WS-CNV-MES              PIC 9(02).
           03 WS-CNV-DIA              PIC 9(02).
      * TURMAS DO MAPA: CADASTRO DE TURMAS MAIS QUALQUER TURMA QUE
      * APARECA NOS EVENTOS (SERIE 0 = SEM CADASTRO).
       77 WS-QTD-TURMAS               PIC 9(03)       VALUE 0.
       77 WS-IDX-TURMA                PIC 9(03)       VALUE 0.
       77 WS-IDX-TURMA-2              PIC 9(03)       VALUE 0.
       77 WS-POS-TURMA                PIC 9(03)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(03)       VALUE 0.
       77 WS-TURMA-PROCURADA          PIC X(05)       VALUE SPACES.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
      * UNIDADE ESCOLAR DO MAPA (EM BRANCO = REDE CONSOLIDADA).
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-UNIDADE   PIC 9(01)       VALUE 0.
           COPY UNIDADE-RECORD.
       01 WS-TABELA-TURMAS.
           02 WS-TURMA-ITEM OCCURS 200 TIMES.
              03 WS-TUR-CHAVE.
                 04 WS-TUR-SERIE      PIC 9(02).
                 04 WS-TUR-CD         PIC X(05).
              03 WS-TUR-CONTAGENS.
                 04 WS-TUR-INICIAL    PIC 9(04).
                 04 WS-TUR-ADMITIDOS  PIC 9(04).
                 04 WS-TUR-READMITIDOS
                                      PIC 9(04).
                 04 WS-TUR-REMAN-ENT  PIC 9(04).
                 04 WS-TUR-REMAN-SAI  PIC 9(04).
                 04 WS-TUR-TRANSFERIDOS
                                      PIC 9(04).
                 04 WS-TUR-EVADIDOS   PIC 9(04).
                 04 WS-TUR-TRANCADOS  PIC 9(04).
                 04 WS-TUR-OUTRAS     PIC 9(04).
                 04 WS-TUR-FINAL      PIC 9(04).
                 04 WS-TUR-MESTRE     PIC 9(04).
       01 WS-TURMA-TEMP               PIC X(51)       VALUE SPACES.
      * MUDANCAS DE TURMA (TRANSFERENCIAS.TXT), COM A DATA EFETIVA JA
      * EM AAAAMMDD.
       77 WS-QTD-REMANEJ              PIC 9(04)       VALUE 0.
       77 WS-IDX-REMANEJ              PIC 9(04)       VALUE 0.
       77 WS-POS-REMANEJ              PIC 9(04)       VALUE 0.
       01 WS-TABELA-REMANEJ.
           02 WS-REMANEJ-ITEM OCCURS 3000 TIMES.
              03 WS-REM-CD-STUDENT    PIC 9(05).
              03 WS-REM-ORIGEM        PIC X(05).
              03 WS-REM-DESTINO       PIC X(05).
              03 WS-REM-DATA          PIC 9(08).
      * SAIDAS PARA OUTRA ESCOLA (DATA DE SAIDA EM AAAAMMDD) - VALEM
      * QUANDO O MESTRE NAO TEM DT-SITUACAO.
       77 WS-QTD-SAIDAS               PIC 9(04)       VALUE 0.
       77 WS-IDX-SAIDA                PIC 9(04)       VALUE 0.
       01 WS-TABELA-SAIDAS.
           02 WS-SAIDA-ITEM OCCURS 1000 TIMES.
              03 WS-SAI-CD-STUDENT    PIC 9(05).
              03 WS-SAI-DATA          PIC 9(08).
      * ALUNOS QUE JA FORAM READMITIDOS.
       77 WS-QTD-READMISSOES          PIC 9(04)       VALUE 0.
       77 WS-IDX-READMISSAO           PIC 9(04)       VALUE 0.
       01 WS-TABELA-READMISSOES.
           02 WS-RDM-CD-STUDENT OCCURS 1000 TIMES PIC 9(05).
      * O ALUNO CORRENTE: ENTRADA, SAIDA (ZERO = CONTINUA ATIVO;
      * 99999999 = SAIU SEM DATA CONHECIDA) E A TURMA EM UMA DATA.
       77 WS-DATA-MATRICULA           PIC 9(08)       VALUE 0.
       77 WS-DATA-SAIDA               PIC 9(08)       VALUE 0.
       77 WS-EH-READMITIDO            PIC X(01)       VALUE 'N'.
       77 WS-DATA-CONSULTA            PIC 9(08)       VALUE 0.
       77 WS-DATA-PROXIMA             PIC 9(08)       VALUE 0.
       77 WS-TURMA-NA-DATA            PIC X(05)       VALUE SPACES.
       77 WS-ATIVO-NO-INICIO          PIC X(01)       VALUE 'N'.
       77 WS-ATIVO-NO-FIM             PIC X(01)       VALUE 'N'.
      * IMPRESSAO: SUBTOTAL POR SERIE E TOTAL DA ESCOLA.
       77 WS-SERIE-ANTERIOR           PIC 9(02)       VALUE 99.
       77 WS-SALDO-CALCULADO          PIC S9(05)      VALUE 0.
       77 WS-QTD-DIVERGENCIAS         PIC 9(03)       VALUE 0.
       77 WS-MARCA-CONFERE            PIC X(08)       VALUE SPACES.
       77 WS-ROTULO-LINHA             PIC X(08)       VALUE SPACES.
       01 WS-SOMA-SERIE.
           03 WS-SSE-VALOR OCCURS 11 TIMES PIC 9(05).
       01 WS-SOMA-ESCOLA.
           03 WS-SES-VALOR OCCURS 11 TIMES PIC 9(05).
       01 WS-LINHA-VALORES.
           03 WS-LIN-VALOR OCCURS 11 TIMES PIC 9(05).
       77 WS-IDX-COL                  PIC 9(02)       VALUE 0.
       01 WS-LINHA-EDITADA.
           03 WS-LIN-EDT OCCURS 11 TIMES.
              05 WS-LIN-EDT-VALOR     PIC ZZZZ9.
              05 FILLER               PIC X(02)       VALUE SPACES.
       01 WS-SEPARADOR                PIC X(132)      VALUE ALL '='.
       01 WS-TRACO                    PIC X(132)      VALUE ALL '-'.
      * SPOOL DE RELATORIOS (VEJA ESPOLAR-SAIDA).
       77 WS-PROGRAMA-SPOOL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-SPOOL            PIC X(40)       VALUE SPACES.
       77 WS-PARAMETROS-SPOOL         PIC X(40)       VALUE SPACES.
       77 WS-RETORNO-ESPOLAR          PIC 9(01)       VALUE 0.
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
            DISPLAY 'MAPA DE MOVIMENTO MENSAL DE MATRICULAS'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 THEN
               DISPLAY 'OPERADOR NAO CADASTRADO OU DESATIVADO - '
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'MES DE REFERENCIA (MM)........: '
            ACCEPT WS-MES-REF
            IF WS-MES-REF IS NOT NUMERIC OR WS-MES-REF < 1 OR
               WS-MES-REF > 12 THEN
               DISPLAY 'MES INVALIDO'
               STOP RUN
            END-IF
            DISPLAY 'ANO (0 = ANO CORRENTE)........: '
            ACCEPT WS-ANO-REF
            IF WS-ANO-REF IS NOT NUMERIC OR WS-ANO-REF = 0 THEN
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO-REF
            END-IF
            COMPUTE WS-VIRADA-MES = (WS-ANO-REF * 10000)
                                  + (WS-MES-REF * 100)
            COMPUTE WS-INICIO-MES = WS-VIRADA-MES + 1
            COMPUTE WS-FIM-MES = WS-VIRADA-MES + 31

            PERFORM P050-CARREGAR-TURMAS
            PERFORM P060-CARREGAR-REMANEJAMENTOS
            PERFORM P070-CARREGAR-SAIDAS
            PERFORM P080-CARREGAR-READMISSOES

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            MOVE 1 TO WS-STUDENT-REL-KEY
            START STUDENT KEY IS NOT LESS THAN WS-STUDENT-REL-KEY
                  INVALID KEY
                     MOVE 'F' TO WS-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-FILTRO,
                                            CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P200-MOVIMENTAR-ALUNO
                        END-IF
               END-READ
            END-PERFORM
            CLOSE STUDENT
            MOVE 'N' TO WS-EOF

            PERFORM P400-ORDENAR-TURMAS
            OPEN OUTPUT MAPA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-MAPA FROM AI-FAIXA
            END-IF
            PERFORM P500-IMPRIMIR-MAPA
            CLOSE MAPA-FILE

            MOVE 'MAPA-MOVIMENTO' TO WS-PROGRAMA-SPOOL
            MOVE '../../MAPA-MOVIMENTO.TXT' TO WS-ARQUIVO-SPOOL
            MOVE SPACES TO WS-PARAMETROS-SPOOL
            STRING 'MAPA DE MOVIMENTO ' WS-MES-REF '/' WS-ANO-REF
                   DELIMITED BY SIZE INTO WS-PARAMETROS-SPOOL
            END-STRING
            CALL 'ESPOLAR-SAIDA'
                          USING WS-PROGRAMA-SPOOL, WS-ARQUIVO-SPOOL,
                                WS-PARAMETROS-SPOOL,
                                WS-OPERADOR,
                                WS-RETORNO-ESPOLAR

            IF WS-QTD-DIVERGENCIAS > 0 THEN
               DISPLAY '*** ' WS-QTD-DIVERGENCIAS ' TURMA(S) COM '
                       'FINAL DIFERENTE DA CONTAGEM DO MESTRE ***'
            ELSE
               DISPLAY 'MAPA CONFERE COM O MESTRE EM TODAS AS TURMAS'
            END-IF
            DISPLAY 'MAPA GERADO: MAPA-MOVIMENTO.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-TURMAS.
            MOVE 0 TO WS-QTD-TURMAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT TURMA-FILE
            IF FS-TURMA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TURMA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               TU-CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              MOVE TU-CD-TURMA TO WS-TURMA-PROCURADA
                              PERFORM P100-POSICIONAR-TURMA
                              IF WS-POS-TURMA > 0 AND
                                 TU-SERIE IS NUMERIC THEN
                                 MOVE TU-SERIE
                                   TO WS-TUR-SERIE (WS-POS-TURMA)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P060-CARREGAR-REMANEJAMENTOS.
            MOVE 0 TO WS-QTD-REMANEJ
            MOVE 'N' TO WS-EOF
            OPEN INPUT TRANSF-FILE
            IF FS-TRANSF = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TRANSF-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-REMANEJ < 3000 AND
                              TR-DATA-EFETIVA IS NUMERIC THEN
                              ADD 1 TO WS-QTD-REMANEJ
                              MOVE TR-CD-STUDENT TO
                                   WS-REM-CD-STUDENT (WS-QTD-REMANEJ)
                              MOVE TR-TURMA-ORIGEM TO
                                   WS-REM-ORIGEM (WS-QTD-REMANEJ)
                              MOVE TR-TURMA-DESTINO TO
                                   WS-REM-DESTINO (WS-QTD-REMANEJ)
                              MOVE TR-DATA-EFETIVA TO WS-DATA-ENTRADA
                              PERFORM P150-CONVERTER-DATA
                              MOVE WS-DATA-CONVERTIDA TO
                                   WS-REM-DATA (WS-QTD-REMANEJ)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TRANSF-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P070-CARREGAR-SAIDAS.
            MOVE 0 TO WS-QTD-SAIDAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT SAIDA-FILE
            IF FS-SAIDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SAIDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-SAIDAS < 1000 AND
                              TS-DATA-SAIDA IS NUMERIC THEN
                              ADD 1 TO WS-QTD-SAIDAS
                              MOVE TS-CD-STUDENT TO
                                   WS-SAI-CD-STUDENT (WS-QTD-SAIDAS)
                              MOVE TS-DATA-SAIDA TO WS-DATA-ENTRADA
                              PERFORM P150-CONVERTER-DATA
                              MOVE WS-DATA-CONVERTIDA TO
                                   WS-SAI-DATA (WS-QTD-SAIDAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P070-FIM.
      *-----------------------------------------------------------------
       P080-CARREGAR-READMISSOES.
            MOVE 0 TO WS-QTD-READMISSOES
            MOVE 'N' TO WS-EOF
            OPEN INPUT READMISSAO-FILE
            IF FS-READMISSAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ READMISSAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-READMISSOES < 1000 THEN
                              ADD 1 TO WS-QTD-READMISSOES
                              MOVE RD-CD-STUDENT TO WS-RDM-CD-STUDENT
                                   (WS-QTD-READMISSOES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE READMISSAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P080-FIM.
      *-----------------------------------------------------------------
      * POSICAO DA TURMA WS-TURMA-PROCURADA NA TABELA (INCLUI COM
      * SERIE 0 SE NOVA; ZERO QUANDO A TABELA ESTA CHEIA).
      *-----------------------------------------------------------------
       P100-POSICIONAR-TURMA.
            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                       OR WS-POS-TURMA > 0
               IF WS-TUR-CD (WS-IDX-TURMA) = WS-TURMA-PROCURADA THEN
                  MOVE WS-IDX-TURMA TO WS-POS-TURMA
               END-IF
            END-PERFORM
            IF WS-POS-TURMA = 0 THEN
               IF WS-QTD-TURMAS < 200 THEN
                  ADD 1 TO WS-QTD-TURMAS
                  MOVE WS-QTD-TURMAS TO WS-POS-TURMA
                  MOVE 0 TO WS-TUR-SERIE (WS-POS-TURMA)
                  MOVE WS-TURMA-PROCURADA TO WS-TUR-CD (WS-POS-TURMA)
                  MOVE ZEROS TO WS-TUR-CONTAGENS (WS-POS-TURMA)
               ELSE
                  MOVE 'S' TO WS-ESTOURO-TABELA
               END-IF
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-CONVERTER-DATA.
            MOVE WS-ENT-ANO TO WS-CNV-ANO
            MOVE WS-ENT-MES TO WS-CNV-MES
            MOVE WS-ENT-DIA TO WS-CNV-DIA
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * TURMA DO ALUNO CORRENTE EM WS-DATA-CONSULTA: A TURMA DE ORIGEM
      * DA PRIMEIRA MUDANCA DE TURMA POSTERIOR A DATA; SEM MUDANCA
      * POSTERIOR, A TURMA ATUAL DO MESTRE.
      *-----------------------------------------------------------------
       P160-TURMA-NA-DATA.
            MOVE CD-TURMA TO WS-TURMA-NA-DATA
            MOVE 99999999 TO WS-DATA-PROXIMA
            PERFORM VARYING WS-IDX-REMANEJ FROM 1 BY 1
                    UNTIL WS-IDX-REMANEJ > WS-QTD-REMANEJ
               IF WS-REM-CD-STUDENT (WS-IDX-REMANEJ) = CD-STUDENT AND
                  WS-REM-DATA (WS-IDX-REMANEJ) > WS-DATA-CONSULTA AND
                  WS-REM-DATA (WS-IDX-REMANEJ) < WS-DATA-PROXIMA THEN
                  MOVE WS-REM-DATA (WS-IDX-REMANEJ)
                    TO WS-DATA-PROXIMA
                  MOVE WS-REM-ORIGEM (WS-IDX-REMANEJ)
                    TO WS-TURMA-NA-DATA
               END-IF
            END-PERFORM
            MOVE WS-TURMA-NA-DATA TO WS-TURMA-PROCURADA
            PERFORM P100-POSICIONAR-TURMA
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * UM ALUNO DO MESTRE: DATA DE ENTRADA (DT-MATRICULA) E DE SAIDA
      * (DT-SITUACAO QUANDO NAO ATIVO; NA FALTA DELA, A DATA DE
      * TRANSFERENCIAS-SAIDA.TXT PARA O TRANSFERIDO; SEM NENHUMA, SAIU
      * EM DATA DESCONHECIDA - FORA DO MAPA, MAS O MESTRE NAO O CONTA
      * NO FINAL TAMBEM). DAI SAEM O SALDO INICIAL, OS MOVIMENTOS DO
      * MES E O SALDO FINAL, CADA UM NA TURMA DA DATA DO EVENTO.
      *-----------------------------------------------------------------
       P200-MOVIMENTAR-ALUNO.
            IF ST-ALUNO = 'A' THEN
               MOVE CD-TURMA TO WS-TURMA-PROCURADA
               PERFORM P100-POSICIONAR-TURMA
               IF WS-POS-TURMA > 0 THEN
                  ADD 1 TO WS-TUR-MESTRE (WS-POS-TURMA)
               END-IF
            END-IF

            MOVE 0 TO WS-DATA-MATRICULA
            IF DT-MATRICULA IS NUMERIC AND DT-MATRICULA > 0 THEN
               MOVE DT-MATRICULA TO WS-DATA-ENTRADA
               PERFORM P150-CONVERTER-DATA
               MOVE WS-DATA-CONVERTIDA TO WS-DATA-MATRICULA
            END-IF

            MOVE 0 TO WS-DATA-SAIDA
            IF ST-ALUNO NOT = 'A' THEN
               MOVE 99999999 TO WS-DATA-SAIDA
               IF DT-SITUACAO IS NUMERIC AND DT-SITUACAO > 0 THEN
                  MOVE DT-SITUACAO TO WS-DATA-ENTRADA
                  PERFORM P150-CONVERTER-DATA
                  MOVE WS-DATA-CONVERTIDA TO WS-DATA-SAIDA
               ELSE
                  IF ST-ALUNO = 'T' THEN
                     PERFORM VARYING WS-IDX-SAIDA FROM 1 BY 1
                             UNTIL WS-IDX-SAIDA > WS-QTD-SAIDAS
                        IF WS-SAI-CD-STUDENT (WS-IDX-SAIDA) =
                           CD-STUDENT THEN
                           MOVE WS-SAI-DATA (WS-IDX-SAIDA)
                             TO WS-DATA-SAIDA
                        END-IF
                     END-PERFORM
                  END-IF
               END-IF
            END-IF

      * SAIDA SEM DATA: O ALUNO NAO ENTRA EM SALDO NENHUM.
            IF WS-DATA-SAIDA NOT = 99999999 THEN
               PERFORM P210-SALDOS-E-MOVIMENTOS
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-SALDOS-E-MOVIMENTOS.
            MOVE 'N' TO WS-ATIVO-NO-INICIO
            IF WS-DATA-MATRICULA <= WS-VIRADA-MES AND
               (WS-DATA-SAIDA = 0 OR
                WS-DATA-SAIDA >= WS-INICIO-MES) THEN
               MOVE 'S' TO WS-ATIVO-NO-INICIO
               MOVE WS-VIRADA-MES TO WS-DATA-CONSULTA
               PERFORM P160-TURMA-NA-DATA
               IF WS-POS-TURMA > 0 THEN
                  ADD 1 TO WS-TUR-INICIAL (WS-POS-TURMA)
               END-IF
            END-IF

            MOVE 'N' TO WS-ATIVO-NO-FIM
            IF WS-DATA-MATRICULA <= WS-FIM-MES AND
               (WS-DATA-SAIDA = 0 OR WS-DATA-SAIDA > WS-FIM-MES) THEN
               MOVE 'S' TO WS-ATIVO-NO-FIM
               MOVE WS-FIM-MES TO WS-DATA-CONSULTA
               PERFORM P160-TURMA-NA-DATA
               IF WS-POS-TURMA > 0 THEN
                  ADD 1 TO WS-TUR-FINAL (WS-POS-TURMA)
               END-IF
            END-IF

      * ENTRADA NO MES: READMITIDO (JA CONSTA NO LOG DE READMISSOES)
      * OU ADMITIDO.
            IF WS-DATA-MATRICULA >= WS-INICIO-MES AND
               WS-DATA-MATRICULA <= WS-FIM-MES THEN
               MOVE 'N' TO WS-EH-READMITIDO
               PERFORM VARYING WS-IDX-READMISSAO FROM 1 BY 1
                       UNTIL WS-IDX-READMISSAO > WS-QTD-READMISSOES
                  IF WS-RDM-CD-STUDENT (WS-IDX-READMISSAO) =
                     CD-STUDENT THEN
                     MOVE 'S' TO WS-EH-READMITIDO
                  END-IF
               END-PERFORM
               MOVE WS-DATA-MATRICULA TO WS-DATA-CONSULTA
               PERFORM P160-TURMA-NA-DATA
               IF WS-POS-TURMA > 0 THEN
                  IF WS-EH-READMITIDO = 'S' THEN
                     ADD 1 TO WS-TUR-READMITIDOS (WS-POS-TURMA)
                  ELSE
                     ADD 1 TO WS-TUR-ADMITIDOS (WS-POS-TURMA)
                  END-IF
               END-IF
            END-IF

      * SAIDA NO MES, PELO TIPO DA SITUACAO.
            IF WS-DATA-SAIDA >= WS-INICIO-MES AND
               WS-DATA-SAIDA <= WS-FIM-MES THEN
               MOVE WS-DATA-SAIDA TO WS-DATA-CONSULTA
               PERFORM P160-TURMA-NA-DATA
               IF WS-POS-TURMA > 0 THEN
                  EVALUATE ST-ALUNO
                     WHEN 'T'
                        ADD 1 TO WS-TUR-TRANSFERIDOS (WS-POS-TURMA)
                     WHEN 'V'
                        ADD 1 TO WS-TUR-EVADIDOS (WS-POS-TURMA)
                     WHEN 'R'
                        ADD 1 TO WS-TUR-TRANCADOS (WS-POS-TURMA)
                     WHEN OTHER
                        ADD 1 TO WS-TUR-OUTRAS (WS-POS-TURMA)
                  END-EVALUATE
               END-IF
            END-IF

      * REMANEJAMENTOS NO MES ENQUANTO O ALUNO ESTAVA MATRICULADO
      * (NO DIA DA MATRICULA A ENTRADA JA CAI NA TURMA DE DESTINO).
            PERFORM VARYING WS-POS-REMANEJ FROM 1 BY 1
                    UNTIL WS-POS-REMANEJ > WS-QTD-REMANEJ
               IF WS-REM-CD-STUDENT (WS-POS-REMANEJ) = CD-STUDENT AND
                  WS-REM-DATA (WS-POS-REMANEJ) >= WS-INICIO-MES AND
                  WS-REM-DATA (WS-POS-REMANEJ) <= WS-FIM-MES AND
                  WS-REM-DATA (WS-POS-REMANEJ) > WS-DATA-MATRICULA
                  AND (WS-DATA-SAIDA = 0 OR
                       WS-DATA-SAIDA >= WS-REM-DATA (WS-POS-REMANEJ))
                  THEN
                  MOVE WS-REM-ORIGEM (WS-POS-REMANEJ)
                    TO WS-TURMA-PROCURADA
                  PERFORM P100-POSICIONAR-TURMA
                  IF WS-POS-TURMA > 0 THEN
                     ADD 1 TO WS-TUR-REMAN-SAI (WS-POS-TURMA)
                  END-IF
                  MOVE WS-REM-DESTINO (WS-POS-REMANEJ)
                    TO WS-TURMA-PROCURADA
                  PERFORM P100-POSICIONAR-TURMA
                  IF WS-POS-TURMA > 0 THEN
                     ADD 1 TO WS-TUR-REMAN-ENT (WS-POS-TURMA)
                  END-IF
               END-IF
            END-PERFORM
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * ORDEM DO MAPA: SERIE, DEPOIS TURMA.
      *-----------------------------------------------------------------
       P400-ORDENAR-TURMAS.
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA >= WS-QTD-TURMAS
               COMPUTE WS-LIMITE-ORD = WS-QTD-TURMAS - WS-IDX-TURMA
               PERFORM VARYING WS-IDX-TURMA-2 FROM 1 BY 1
                       UNTIL WS-IDX-TURMA-2 > WS-LIMITE-ORD
                  IF WS-TUR-CHAVE (WS-IDX-TURMA-2) >
                     WS-TUR-CHAVE (WS-IDX-TURMA-2 + 1) THEN
                     MOVE WS-TURMA-ITEM (WS-IDX-TURMA-2)
                       TO WS-TURMA-TEMP
                     MOVE WS-TURMA-ITEM (WS-IDX-TURMA-2 + 1)
                       TO WS-TURMA-ITEM (WS-IDX-TURMA-2)
                     MOVE WS-TURMA-TEMP
                       TO WS-TURMA-ITEM (WS-IDX-TURMA-2 + 1)
                  END-IF
               END-PERFORM
            END-PERFORM
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-IMPRIMIR-MAPA.
            WRITE REC-MAPA FROM WS-SEPARADOR
            MOVE SPACES TO REC-MAPA
            STRING 'MAPA DE MOVIMENTO DE MATRICULAS - MES '
                   WS-MES-REF '/' WS-ANO-REF
                   ' - EMITIDO EM ' WS-DATA-HOJE (7:2) '/'
                   WS-DATA-HOJE (5:2) '/' WS-DATA-HOJE (1:4)
                   ' - OPERADOR ' WS-OPERADOR
                   DELIMITED BY SIZE INTO REC-MAPA
            END-STRING
            WRITE REC-MAPA
            CALL 'BUSCAR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                         REG-UNIDADE,
                                         WS-RETORNO-BUSCAR-UNIDADE
            MOVE SPACES TO REC-MAPA
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               STRING 'UNIDADE ESCOLAR ' WS-UNIDADE-FILTRO ' - '
                      UN-NM-UNIDADE
                      DELIMITED BY SIZE INTO REC-MAPA
               END-STRING
               WRITE REC-MAPA
            ELSE
               IF WS-RETORNO-BUSCAR-UNIDADE NOT = 2 THEN
                  STRING 'CONSOLIDADO DA REDE - TODAS AS UNIDADES '
                         'ESCOLARES'
                         DELIMITED BY SIZE INTO REC-MAPA
                  END-STRING
                  WRITE REC-MAPA
               END-IF
            END-IF
            WRITE REC-MAPA FROM WS-SEPARADOR
            MOVE SPACES TO REC-MAPA
            STRING 'SE TURMA    INIC  ADMIT  READM   REM+   REM-  '
                   'TRANS   EVAD  TRANC  OUTRA  FINAL  MESTR  CONFERE'
                   DELIMITED BY SIZE INTO REC-MAPA
            END-STRING
            WRITE REC-MAPA
            WRITE REC-MAPA FROM WS-TRACO

            MOVE ZEROS TO WS-SOMA-SERIE
            MOVE ZEROS TO WS-SOMA-ESCOLA
            MOVE 99 TO WS-SERIE-ANTERIOR
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TUR-SERIE (WS-IDX-TURMA) NOT = WS-SERIE-ANTERIOR
                  THEN
                  IF WS-SERIE-ANTERIOR NOT = 99 THEN
                     PERFORM P520-IMPRIMIR-SERIE
                  END-IF
                  MOVE WS-TUR-SERIE (WS-IDX-TURMA)
                    TO WS-SERIE-ANTERIOR
                  MOVE ZEROS TO WS-SOMA-SERIE
               END-IF
               PERFORM P510-IMPRIMIR-TURMA
            END-PERFORM
            IF WS-SERIE-ANTERIOR NOT = 99 THEN
               PERFORM P520-IMPRIMIR-SERIE
            END-IF

            WRITE REC-MAPA FROM WS-SEPARADOR
            MOVE WS-SOMA-ESCOLA TO WS-LINHA-VALORES
            IF WS-UNIDADE-FILTRO = SPACES AND
               WS-RETORNO-BUSCAR-UNIDADE NOT = 2 THEN
               MOVE 'REDE' TO WS-ROTULO-LINHA
            ELSE
               MOVE 'ESCOLA' TO WS-ROTULO-LINHA
            END-IF
            PERFORM P530-CONFERIR-E-IMPRIMIR
            WRITE REC-MAPA FROM WS-SEPARADOR

            MOVE SPACES TO REC-MAPA
            STRING 'FINAL = INICIAL + ADMIT + READM + REM+ - REM- - '
                   'TRANSF - EVAD - TRANC - OUTRAS (CONCLUSAO/'
                   'INATIVACAO); MESTRE = ATIVOS NO CADASTRO HOJE'
                   DELIMITED BY SIZE INTO REC-MAPA
            END-STRING
            WRITE REC-MAPA
            IF WS-QTD-DIVERGENCIAS > 0 THEN
               MOVE SPACES TO REC-MAPA
               STRING '*** DIVERGENCIA (*): EVENTO POSTERIOR AO MES, '
                      'SAIDA SEM DATA DE SITUACAO OU MOVIMENTO SEM '
                      'REGISTRO - CONFERIR ANTES DE ENVIAR ***'
                      DELIMITED BY SIZE INTO REC-MAPA
               END-STRING
               WRITE REC-MAPA
            END-IF
            IF WS-ESTOURO-TABELA = 'S' THEN
               MOVE SPACES TO REC-MAPA
               STRING '*** ATENCAO: TABELA DE TURMAS ESTOUROU (200) - '
                      'MAPA INCOMPLETO ***'
                      DELIMITED BY SIZE INTO REC-MAPA
               END-STRING
               WRITE REC-MAPA
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-IMPRIMIR-TURMA.
            MOVE WS-TUR-INICIAL (WS-IDX-TURMA)      TO WS-LIN-VALOR (1)
            MOVE WS-TUR-ADMITIDOS (WS-IDX-TURMA)    TO WS-LIN-VALOR (2)
            MOVE WS-TUR-READMITIDOS (WS-IDX-TURMA)  TO WS-LIN-VALOR (3)
            MOVE WS-TUR-REMAN-ENT (WS-IDX-TURMA)    TO WS-LIN-VALOR (4)
            MOVE WS-TUR-REMAN-SAI (WS-IDX-TURMA)    TO WS-LIN-VALOR (5)
            MOVE WS-TUR-TRANSFERIDOS (WS-IDX-TURMA) TO WS-LIN-VALOR (6)
            MOVE WS-TUR-EVADIDOS (WS-IDX-TURMA)     TO WS-LIN-VALOR (7)
            MOVE WS-TUR-TRANCADOS (WS-IDX-TURMA)    TO WS-LIN-VALOR (8)
            MOVE WS-TUR-OUTRAS (WS-IDX-TURMA)       TO WS-LIN-VALOR (9)
            MOVE WS-TUR-FINAL (WS-IDX-TURMA)        TO WS-LIN-VALOR (10)
            MOVE WS-TUR-MESTRE (WS-IDX-TURMA)       TO WS-LIN-VALOR (11)
            PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 11
               ADD WS-LIN-VALOR (WS-IDX-COL)
                TO WS-SSE-VALOR (WS-IDX-COL)
               ADD WS-LIN-VALOR (WS-IDX-COL)
                TO WS-SES-VALOR (WS-IDX-COL)
            END-PERFORM
            MOVE SPACES TO WS-ROTULO-LINHA
            STRING WS-TUR-SERIE (WS-IDX-TURMA) ' '
                   WS-TUR-CD (WS-IDX-TURMA)
                   DELIMITED BY SIZE INTO WS-ROTULO-LINHA
            END-STRING
            PERFORM P530-CONFERIR-E-IMPRIMIR
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P520-IMPRIMIR-SERIE.
            WRITE REC-MAPA FROM WS-TRACO
            MOVE WS-SOMA-SERIE TO WS-LINHA-VALORES
            MOVE SPACES TO WS-ROTULO-LINHA
            STRING 'SERIE ' WS-SERIE-ANTERIOR
                   DELIMITED BY SIZE INTO WS-ROTULO-LINHA
            END-STRING
            PERFORM P530-CONFERIR-E-IMPRIMIR
            MOVE SPACES TO REC-MAPA
            WRITE REC-MAPA
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * LINHA DO MAPA COM A CONFERENCIA: O SALDO CALCULADO PELOS
      * MOVIMENTOS TEM DE BATER COM O FINAL E O FINAL COM O MESTRE.
      * SO AS LINHAS DE TURMA CONTAM NO TOTAL DE DIVERGENCIAS.
      *-----------------------------------------------------------------
       P530-CONFERIR-E-IMPRIMIR.
            COMPUTE WS-SALDO-CALCULADO =
                    WS-LIN-VALOR (1) + WS-LIN-VALOR (2)
                  + WS-LIN-VALOR (3) + WS-LIN-VALOR (4)
                  - WS-LIN-VALOR (5) - WS-LIN-VALOR (6)
                  - WS-LIN-VALOR (7) - WS-LIN-VALOR (8)
                  - WS-LIN-VALOR (9)
            IF WS-SALDO-CALCULADO = WS-LIN-VALOR (10) AND
               WS-LIN-VALOR (10) = WS-LIN-VALOR (11) THEN
               MOVE '   OK' TO WS-MARCA-CONFERE
            ELSE
               MOVE '   *' TO WS-MARCA-CONFERE
               IF WS-ROTULO-LINHA (1:5) NOT = 'SERIE' AND
                  WS-ROTULO-LINHA NOT = 'ESCOLA' THEN
                  ADD 1 TO WS-QTD-DIVERGENCIAS
               END-IF
            END-IF
            PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 11
               MOVE WS-LIN-VALOR (WS-IDX-COL)
                 TO WS-LIN-EDT-VALOR (WS-IDX-COL)
            END-PERFORM
            MOVE SPACES TO REC-MAPA
            STRING WS-ROTULO-LINHA '  ' WS-LINHA-EDITADA
                   WS-MARCA-CONFERE
                   DELIMITED BY SIZE INTO REC-MAPA
            END-STRING
            WRITE REC-MAPA
            .
       P530-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'MAPA-MOVIMENTO' TO LY-PROGRAMA
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
       END PROGRAM MAPA-MOVIMENTO.
