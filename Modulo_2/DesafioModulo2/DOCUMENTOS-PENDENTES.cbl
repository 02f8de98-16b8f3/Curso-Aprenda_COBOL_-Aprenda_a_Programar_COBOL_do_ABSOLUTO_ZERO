      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: COBRANCA SEMANAL DOS DOCUMENTOS DE MATRICULA: VARRE
      *          OS CHECKLISTS (DOCUMENTOS-ALUNO.TXT, VEJA
      *          DOCUMENTO-ALUNO-RECORD.CPY) ATRAS DOS ALUNOS ATIVOS
      *          COM DOCUMENTO AINDA PENDENTE E EMITE:
      *          (1) DOCUMENTOS-PENDENTES.TXT - LISTA POR TURMA, COM
      *              OS DOCUMENTOS QUE FALTAM E HA QUANTOS DIAS O
      *              CHECKLIST ESTA ABERTO (VEJA CALCULAR-DIA-SERIAL);
      *          (2) CARTAS-DOCUMENTOS.TXT - CARTA DE LEMBRETE AO
      *              RESPONSAVEL PELO MOTOR DE MODELOS
      *              (GERAR-CARTA-MODELO, TIPO 'DOCUMENTOS', COM A
      *              LISTA DO QUE FALTA EM &DESCRICAO; SEM MODELO,
      *              TEXTO PADRAO), UMA POR RESPONSAVEL MARCADO PARA
      *              CORRESPONDENCIA (MESMA REGRA DE GERAR-CARTAS).
      *          SEM PERGUNTAS NO TERMINAL - PODE ENTRAR NO PLANO DO
      *          ORQUESTRADOR UMA VEZ POR SEMANA. A BAIXA DOS
      *          DOCUMENTOS ENTREGUES EH NO DOCUMENTOS-ALUNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTOS-PENDENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT DOCUMENTO-FILE ASSIGN TO
           '../../DOCUMENTOS-ALUNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCUMENTO.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../DOCUMENTOS-PENDENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARTAS-FILE ASSIGN TO
           '../../CARTAS-DOCUMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD DOCUMENTO-FILE.
           COPY DOCUMENTO-ALUNO-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       FD CARTAS-FILE.
       01 REC-CARTA                PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-DOCUMENTO                PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-RESP                 PIC A(01)       VALUE 'N'.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-TEM-PENDENTE             PIC 9(01)       VALUE 0.
       77 WS-IDX-DOCUMENTO            PIC 9(01)       VALUE 0.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * HOJE E A ABERTURA DO CHECKLIST EM DDMMAAAA PARA O SERIAL (VEJA
      * CALCULAR-DIA-SERIAL) - OS DIAS EM ABERTO SAO A DIFERENCA.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       01 WS-DATA-DDMMAAAA            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-SERIAL-HOJE              PIC 9(07)       VALUE 0.
       77 WS-SERIAL-ABERTURA          PIC 9(07)       VALUE 0.
       77 WS-RETORNO-SERIAL           PIC 9(01)       VALUE 0.
      * NOMES COMPLETOS (RELATORIO) E ABREVIADOS (CAMPO &DESCRICAO DA
      * CARTA, X(40)) DAS CINCO POSICOES DO CHECKLIST.
       01 WS-TABELA-NOMES-DOC.
           03 FILLER PIC X(30) VALUE 'CERTIDAO DE NASCIMENTO'.
           03 FILLER PIC X(30) VALUE 'CPF'.
           03 FILLER PIC X(30) VALUE 'CARTEIRA DE VACINACAO'.
           03 FILLER PIC X(30) VALUE 'COMPROVANTE DE RESIDENCIA'.
           03 FILLER PIC X(30) VALUE 'HISTORICO DA ESCOLA ANTERIOR'.
       01 WS-TABELA-NOMES-RED REDEFINES WS-TABELA-NOMES-DOC.
           03 WS-NOME-DOCUMENTO OCCURS 5 TIMES
                                   PIC X(30).
       01 WS-TABELA-SIGLAS-DOC.
           03 FILLER PIC X(10) VALUE 'CERTIDAO'.
           03 FILLER PIC X(10) VALUE 'CPF'.
           03 FILLER PIC X(10) VALUE 'VACINA'.
           03 FILLER PIC X(10) VALUE 'RESIDENCIA'.
           03 FILLER PIC X(10) VALUE 'HISTORICO'.
       01 WS-TABELA-SIGLAS-RED REDEFINES WS-TABELA-SIGLAS-DOC.
           03 WS-SIGLA-DOCUMENTO OCCURS 5 TIMES
                                   PIC X(10).
       77 WS-LISTA-FALTANTES          PIC X(40)       VALUE SPACES.
       77 WS-PTR-LISTA                PIC 9(03)       VALUE 1.
       77 WS-LINHA-FALTANTES          PIC X(90)       VALUE SPACES.
       77 WS-PTR-LINHA                PIC 9(03)       VALUE 1.
      * ALUNOS COM PENDENCIA: CHAVE TURMA + CODIGO PARA A QUEBRA POR
      * TURMA (ORDENADA EM P200).
       77 WS-QTD-PENDENTES            PIC 9(04)       VALUE 0.
       77 WS-IDX-PEND                 PIC 9(04)       VALUE 0.
       77 WS-IDX-PEND-2               PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-PENDENTES.
           02 WS-PEND-ITEM OCCURS 2000 TIMES.
              03 WS-PND-CHAVE.
                 05 WS-PND-CD-TURMA   PIC X(05).
                 05 WS-PND-CD-STUDENT PIC 9(05).
              03 WS-PND-NM-STUDENT    PIC X(20).
              03 WS-PND-SITUACOES     PIC X(05).
              03 WS-PND-DIAS          PIC 9(05).
       01 WS-PEND-TEMP                PIC X(40)       VALUE SPACES.
       77 WS-TURMA-ANTERIOR           PIC X(05)       VALUE SPACES.
       77 WS-QTD-NA-TURMA             PIC 9(04)       VALUE 0.
       77 WS-QTD-DOCS-FALTANTES       PIC 9(05)       VALUE 0.
      * RESPONSAVEIS MARCADOS PARA CORRESPONDENCIA DO ALUNO (MESMA
      * REGRA DE GERAR-CARTAS/P300: MARCA EM BRANCO VALE MARCADO; SEM
      * NENHUM MARCADO, O PRIMEIRO RESPONSAVEL RECEBE).
       77 WS-QTD-RESPS                PIC 9(02)       VALUE 0.
       77 WS-IDX-RESPS                PIC 9(02)       VALUE 0.
       77 WS-TEM-PRIMEIRO             PIC 9(01)       VALUE 0.
       01 WS-TABELA-RESPS.
           02 WS-RESPS-ITEM OCCURS 5 TIMES.
              03 WS-RTB-NOME          PIC X(30).
              03 WS-RTB-ENDERECO-1    PIC X(40).
              03 WS-RTB-ENDERECO-2    PIC X(40).
              03 WS-RTB-TELEFONE      PIC X(15).
       01 WS-PRIMEIRO-RESP.
           03 WS-PRI-NOME             PIC X(30)       VALUE SPACES.
           03 WS-PRI-ENDERECO-1       PIC X(40)       VALUE SPACES.
           03 WS-PRI-ENDERECO-2       PIC X(40)       VALUE SPACES.
           03 WS-PRI-TELEFONE         PIC X(15)       VALUE SPACES.
       77 WS-QTD-CARTAS               PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-RESPONSAVEL      PIC 9(05)       VALUE 0.
      * MOTOR DE MODELOS (VEJA GERAR-CARTA-MODELO).
       77 WS-TIPO-CARTA               PIC X(12)       VALUE SPACES.
       77 WS-RETORNO-MODELO           PIC 9(01)       VALUE 0.
       77 WS-IDX-LINHA                PIC 9(02)       VALUE 0.
           COPY CARTA-CAMPOS.
           COPY CARTA-LINHAS.
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
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            MOVE WS-DATA-EMISSAO TO WS-DATA-TRABALHO
            PERFORM P050-CALCULAR-SERIAL
            MOVE WS-SERIAL-ABERTURA TO WS-SERIAL-HOJE

            OPEN INPUT DOCUMENTO-FILE
            IF FS-DOCUMENTO NOT = '00' THEN
               DISPLAY 'CHECKLISTS (DOCUMENTOS-ALUNO.TXT) NAO '
                       'ENCONTRADOS'
               STOP RUN
            END-IF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               CLOSE DOCUMENTO-FILE
               STOP RUN
            END-IF

            PERFORM P100-CARREGAR-PENDENTES
            CLOSE DOCUMENTO-FILE
            CLOSE STUDENT

            PERFORM P200-ORDENAR-POR-TURMA
            PERFORM P300-EMITIR-RELATORIO
            PERFORM P400-EMITIR-CARTAS

            DISPLAY 'ALUNOS COM DOCUMENTO PENDENTE.: ' WS-QTD-PENDENTES
            DISPLAY 'DOCUMENTOS PENDENTES..........: '
                    WS-QTD-DOCS-FALTANTES
            DISPLAY 'CARTAS EMITIDAS...............: ' WS-QTD-CARTAS
            DISPLAY 'ALUNOS SEM RESPONSAVEL........: '
                    WS-QTD-SEM-RESPONSAVEL
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'ATENCAO: MAIS DE 2000 ALUNOS PENDENTES - '
                       'LISTA TRUNCADA'
            END-IF
            DISPLAY 'ARQUIVOS: DOCUMENTOS-PENDENTES.TXT / '
                    'CARTAS-DOCUMENTOS.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
      * SERIAL DE UMA DATA AAAAMMDD (WS-DATA-TRABALHO): REARRUMA PARA
      * DDMMAAAA E CHAMA O CALCULAR-DIA-SERIAL.
      *-----------------------------------------------------------------
       P050-CALCULAR-SERIAL.
            SET FORMATO-AAAAMMDD TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-DDMMAAAA = (WS-DIA * 1000000)
                    + (WS-MES * 10000) + WS-ANO
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-DATA-DDMMAAAA, WS-SERIAL-ABERTURA,
                                WS-RETORNO-SERIAL
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * SO ENTRA ALUNO ATIVO NO MESTRE COM PELO MENOS UM DOCUMENTO
      * 'P' - QUEM SAIU DA ESCOLA NAO EH MAIS COBRADO.
      *-----------------------------------------------------------------
       P100-CARREGAR-PENDENTES.
            MOVE 0 TO WS-QTD-PENDENTES
            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ DOCUMENTO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE 0 TO WS-TEM-PENDENTE
                        PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                                UNTIL WS-IDX-DOCUMENTO > 5
                           IF DA-PENDENTE (WS-IDX-DOCUMENTO) THEN
                              MOVE 1 TO WS-TEM-PENDENTE
                           END-IF
                        END-PERFORM
                        IF WS-TEM-PENDENTE = 1 THEN
                           PERFORM P110-GUARDAR-PENDENTE
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-PENDENTE.
            MOVE DA-CD-STUDENT TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-ACHOU-ALUNO
            READ STUDENT
                 INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
            END-READ
            IF WS-ACHOU-ALUNO = 1 AND ST-ALUNO = 'A' THEN
               IF WS-QTD-PENDENTES >= 2000 THEN
                  MOVE 'S' TO WS-ESTOURO-TABELA
               ELSE
                  ADD 1 TO WS-QTD-PENDENTES
                  MOVE CD-TURMA
                    TO WS-PND-CD-TURMA (WS-QTD-PENDENTES)
                  MOVE CD-STUDENT
                    TO WS-PND-CD-STUDENT (WS-QTD-PENDENTES)
                  MOVE NM-STUDENT
                    TO WS-PND-NM-STUDENT (WS-QTD-PENDENTES)
                  PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                          UNTIL WS-IDX-DOCUMENTO > 5
                     MOVE DA-SITUACAO (WS-IDX-DOCUMENTO)
                       TO WS-PND-SITUACOES (WS-QTD-PENDENTES)
                          (WS-IDX-DOCUMENTO:1)
                  END-PERFORM
                  MOVE 0 TO WS-PND-DIAS (WS-QTD-PENDENTES)
                  IF DA-DATA-ABERTURA IS NUMERIC AND
                     DA-DATA-ABERTURA > 0 THEN
                     MOVE DA-DATA-ABERTURA TO WS-DATA-TRABALHO
                     PERFORM P050-CALCULAR-SERIAL
                     IF WS-RETORNO-SERIAL = 0 AND
                        WS-SERIAL-HOJE > WS-SERIAL-ABERTURA THEN
                        COMPUTE WS-PND-DIAS (WS-QTD-PENDENTES) =
                                WS-SERIAL-HOJE - WS-SERIAL-ABERTURA
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * ORDENACAO POR TURMA + CODIGO (BOLHA, COMO A LISTA DE ESPERA DO
      * PROGARQ008 - O VOLUME EH O DE UMA ESCOLA).
      *-----------------------------------------------------------------
       P200-ORDENAR-POR-TURMA.
            IF WS-QTD-PENDENTES > 1 THEN
               COMPUTE WS-LIMITE-ORD = WS-QTD-PENDENTES - 1
               PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                       UNTIL WS-IDX-PEND > WS-LIMITE-ORD
                  PERFORM VARYING WS-IDX-PEND-2 FROM 1 BY 1
                          UNTIL WS-IDX-PEND-2 > WS-LIMITE-ORD
                     IF WS-PND-CHAVE (WS-IDX-PEND-2) >
                        WS-PND-CHAVE (WS-IDX-PEND-2 + 1) THEN
                        MOVE WS-PEND-ITEM (WS-IDX-PEND-2)
                          TO WS-PEND-TEMP
                        MOVE WS-PEND-ITEM (WS-IDX-PEND-2 + 1)
                          TO WS-PEND-ITEM (WS-IDX-PEND-2)
                        MOVE WS-PEND-TEMP
                          TO WS-PEND-ITEM (WS-IDX-PEND-2 + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P300-EMITIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'DOCUMENTOS DE MATRICULA PENDENTES POR TURMA - '
                   'EMITIDO EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE SPACES TO WS-TURMA-ANTERIOR
            MOVE 0 TO WS-QTD-NA-TURMA
            MOVE 0 TO WS-QTD-DOCS-FALTANTES
            PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                    UNTIL WS-IDX-PEND > WS-QTD-PENDENTES
               IF WS-PND-CD-TURMA (WS-IDX-PEND) NOT =
                  WS-TURMA-ANTERIOR OR WS-IDX-PEND = 1 THEN
                  IF WS-IDX-PEND > 1 THEN
                     PERFORM P320-TOTAL-TURMA
                  END-IF
                  MOVE WS-PND-CD-TURMA (WS-IDX-PEND)
                    TO WS-TURMA-ANTERIOR
                  MOVE 0 TO WS-QTD-NA-TURMA
                  MOVE SPACES TO REC-RELATORIO
                  WRITE REC-RELATORIO
                  MOVE SPACES TO REC-RELATORIO
                  STRING 'TURMA ' WS-TURMA-ANTERIOR
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
               ADD 1 TO WS-QTD-NA-TURMA
               PERFORM P310-LINHA-DO-ALUNO
            END-PERFORM
            IF WS-QTD-PENDENTES > 0 THEN
               PERFORM P320-TOTAL-TURMA
            END-IF

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TOTAL: ' WS-QTD-PENDENTES ' ALUNO(S), '
                   WS-QTD-DOCS-FALTANTES ' DOCUMENTO(S) PENDENTE(S)'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-LINHA-DO-ALUNO.
            MOVE SPACES TO WS-LINHA-FALTANTES
            MOVE 1 TO WS-PTR-LINHA
            PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                    UNTIL WS-IDX-DOCUMENTO > 5
               IF WS-PND-SITUACOES (WS-IDX-PEND)
                  (WS-IDX-DOCUMENTO:1) = 'P' THEN
                  ADD 1 TO WS-QTD-DOCS-FALTANTES
                  STRING WS-SIGLA-DOCUMENTO (WS-IDX-DOCUMENTO)
                         DELIMITED BY SPACE
                         ' '
                         DELIMITED BY SIZE
                         INTO WS-LINHA-FALTANTES
                         WITH POINTER WS-PTR-LINHA
                  END-STRING
               END-IF
            END-PERFORM
            MOVE SPACES TO REC-RELATORIO
            STRING '  ' WS-PND-CD-STUDENT (WS-IDX-PEND) ' '
                   WS-PND-NM-STUDENT (WS-IDX-PEND)
                   ' HA ' WS-PND-DIAS (WS-IDX-PEND) ' DIA(S) - FALTA: '
                   WS-LINHA-FALTANTES
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-TOTAL-TURMA.
            MOVE SPACES TO REC-RELATORIO
            STRING '  ALUNOS PENDENTES NA TURMA ' WS-TURMA-ANTERIOR
                   ': ' WS-QTD-NA-TURMA
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * CARTA DE LEMBRETE: UMA POR RESPONSAVEL MARCADO, COM A LISTA
      * ABREVIADA DO QUE FALTA EM &DESCRICAO.
      *-----------------------------------------------------------------
       P400-EMITIR-CARTAS.
            MOVE 0 TO WS-QTD-CARTAS
            MOVE 0 TO WS-QTD-SEM-RESPONSAVEL
            OPEN OUTPUT CARTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CARTA FROM AI-FAIXA
            END-IF
            PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                    UNTIL WS-IDX-PEND > WS-QTD-PENDENTES
               PERFORM P410-CARTA-DO-ALUNO
            END-PERFORM
            CLOSE CARTAS-FILE
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-CARTA-DO-ALUNO.
            PERFORM P500-BUSCAR-RESPONSAVEL
            IF WS-QTD-RESPS = 0 THEN
               ADD 1 TO WS-QTD-SEM-RESPONSAVEL
               MOVE SPACES TO REC-CARTA
               STRING '*** SEM RESPONSAVEL CADASTRADO: ALUNO '
                      WS-PND-CD-STUDENT (WS-IDX-PEND) ' - '
                      WS-PND-NM-STUDENT (WS-IDX-PEND)
                      ' (CADASTRE NO PROGARQ005) ***'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
               WRITE REC-CARTA
            ELSE
               MOVE SPACES TO WS-LISTA-FALTANTES
               MOVE 1 TO WS-PTR-LISTA
               PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                       UNTIL WS-IDX-DOCUMENTO > 5
                  IF WS-PND-SITUACOES (WS-IDX-PEND)
                     (WS-IDX-DOCUMENTO:1) = 'P' THEN
                     IF WS-PTR-LISTA > 1 THEN
                        STRING ','
                               DELIMITED BY SIZE
                               INTO WS-LISTA-FALTANTES
                               WITH POINTER WS-PTR-LISTA
                        END-STRING
                     END-IF
                     STRING WS-SIGLA-DOCUMENTO (WS-IDX-DOCUMENTO)
                            DELIMITED BY SPACE
                            INTO WS-LISTA-FALTANTES
                            WITH POINTER WS-PTR-LISTA
                     END-STRING
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                       UNTIL WS-IDX-RESPS > WS-QTD-RESPS
                  ADD 1 TO WS-QTD-CARTAS
                  INITIALIZE CAMPOS-CARTA
                  MOVE WS-PND-NM-STUDENT (WS-IDX-PEND)
                    TO CC-NOME-ALUNO
                  MOVE WS-RTB-NOME (WS-IDX-RESPS) TO CC-NOME-RESP
                  MOVE WS-RTB-ENDERECO-1 (WS-IDX-RESPS)
                    TO CC-ENDERECO-1
                  MOVE WS-RTB-ENDERECO-2 (WS-IDX-RESPS)
                    TO CC-ENDERECO-2
                  MOVE WS-RTB-TELEFONE (WS-IDX-RESPS) TO CC-TELEFONE
                  MOVE WS-PND-CD-TURMA (WS-IDX-PEND) TO CC-TURMA
                  MOVE WS-DATA-EMISSAO TO CC-DATA-EMISSAO
                  MOVE WS-LISTA-FALTANTES TO CC-DESCRICAO
                  MOVE 'DOCUMENTOS' TO WS-TIPO-CARTA
                  CALL 'GERAR-CARTA-MODELO'
                                USING WS-TIPO-CARTA, CAMPOS-CARTA,
                                      LINHAS-CARTA,
                                      WS-RETORNO-MODELO
                  IF WS-RETORNO-MODELO = 0 THEN
                     PERFORM P420-GRAVAR-LINHAS-MODELO
                  ELSE
                     PERFORM P430-CARTA-PADRAO
                  END-IF
               END-PERFORM
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
       P420-GRAVAR-LINHAS-MODELO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > LC-QTD-LINHAS
               MOVE LC-LINHA (WS-IDX-LINHA) TO REC-CARTA
               WRITE REC-CARTA
            END-PERFORM
            .
       P420-FIM.
      *-----------------------------------------------------------------
      * TEXTO PADRAO (SO SEM MODELO 'DOCUMENTOS' EM MODELOS-CARTA.TXT):
      * OS DOCUMENTOS QUE FALTAM SAEM PELO NOME COMPLETO.
      *-----------------------------------------------------------------
       P430-CARTA-PADRAO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'AO(A) SR(A). ' CC-NOME-RESP
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE CC-ENDERECO-1 TO REC-CARTA
            WRITE REC-CARTA
            MOVE CC-ENDERECO-2 TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'LEMBRAMOS QUE A MATRICULA DO(A) ALUNO(A) '
                   CC-NOME-ALUNO
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING '(TURMA ' CC-TURMA ') AINDA AGUARDA A ENTREGA DOS '
                   'SEGUINTES DOCUMENTOS NA SECRETARIA:'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                    UNTIL WS-IDX-DOCUMENTO > 5
               IF WS-PND-SITUACOES (WS-IDX-PEND)
                  (WS-IDX-DOCUMENTO:1) = 'P' THEN
                  MOVE SPACES TO REC-CARTA
                  STRING '  - ' WS-NOME-DOCUMENTO (WS-IDX-DOCUMENTO)
                         DELIMITED BY SIZE INTO REC-CARTA
                  END-STRING
                  WRITE REC-CARTA
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'EMITIDO EM ' WS-DATA-EMISSAO
                   ' - SECRETARIA ESCOLAR'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            .
       P430-FIM.
      *-----------------------------------------------------------------
       P500-BUSCAR-RESPONSAVEL.
            MOVE 0 TO WS-QTD-RESPS
            MOVE 0 TO WS-TEM-PRIMEIRO
            MOVE 'N' TO WS-EOF-RESP
            INITIALIZE WS-PRIMEIRO-RESP

            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-RESP = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF-RESP
                       NOT AT END
                           IF RP-CD-STUDENT =
                              WS-PND-CD-STUDENT (WS-IDX-PEND) THEN
                              PERFORM P510-GUARDAR-RESPONSAVEL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF

      * NENHUM MARCADO, MAS EXISTE RESPONSAVEL: O PRIMEIRO RECEBE.
            IF WS-QTD-RESPS = 0 AND WS-TEM-PRIMEIRO = 1 THEN
               MOVE 1 TO WS-QTD-RESPS
               MOVE WS-PRI-NOME TO WS-RTB-NOME (1)
               MOVE WS-PRI-ENDERECO-1 TO WS-RTB-ENDERECO-1 (1)
               MOVE WS-PRI-ENDERECO-2 TO WS-RTB-ENDERECO-2 (1)
               MOVE WS-PRI-TELEFONE TO WS-RTB-TELEFONE (1)
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-GUARDAR-RESPONSAVEL.
            IF WS-TEM-PRIMEIRO = 0 THEN
               MOVE 1 TO WS-TEM-PRIMEIRO
               MOVE RP-NM-RESPONSAVEL TO WS-PRI-NOME
               MOVE RP-ENDERECO-1     TO WS-PRI-ENDERECO-1
               MOVE RP-ENDERECO-2     TO WS-PRI-ENDERECO-2
               MOVE RP-TELEFONE       TO WS-PRI-TELEFONE
            END-IF
      * MARCA EM BRANCO EH REGISTRO ANTERIOR AO CAMPO - VALE MARCADO.
            IF RP-CORRESPONDENCIA NOT = 'N' AND
               WS-QTD-RESPS < 5 THEN
               ADD 1 TO WS-QTD-RESPS
               MOVE RP-NM-RESPONSAVEL
                 TO WS-RTB-NOME (WS-QTD-RESPS)
               MOVE RP-ENDERECO-1
                 TO WS-RTB-ENDERECO-1 (WS-QTD-RESPS)
               MOVE RP-ENDERECO-2
                 TO WS-RTB-ENDERECO-2 (WS-QTD-RESPS)
               MOVE RP-TELEFONE
                 TO WS-RTB-TELEFONE (WS-QTD-RESPS)
            END-IF
            .
       P510-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'DOCUMENTOS-PENDENTES' TO LY-PROGRAMA
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
       END PROGRAM DOCUMENTOS-PENDENTES.
