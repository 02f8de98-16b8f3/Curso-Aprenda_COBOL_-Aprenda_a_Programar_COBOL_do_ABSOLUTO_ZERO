      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: COBRANCA DIARIA DOS CANHOTOS DE AUTORIZACAO DE
      *          PASSEIO NAO DEVOLVIDOS (AUTORIZACOES-PASSEIO.TXT,
      *          VEJA AUTORIZACAO-PASSEIO-RECORD.CPY): PARA CADA
      *          PASSEIO DE HOJE EM DIANTE (PASSEIOS.TXT), LISTA POR
      *          TURMA OS ALUNOS ATIVOS AINDA PENDENTES COM O NOME E O
      *          TELEFONE DOS RESPONSAVEIS (MESMA REGRA DE
      *          CORRESPONDENCIA DE GERAR-CARTAS), PARA A SECRETARIA
      *          LIGAR. PASSEIO COM PRAZO DE DEVOLUCAO VENCIDO SAI
      *          MARCADO. GRAVA COBRANCA-PASSEIOS.TXT. SEM PERGUNTAS
      *          NO TERMINAL - PODE ENTRAR NO PLANO DIARIO DO
      *          ORQUESTRADOR. O REGISTRO DA DEVOLUCAO EH NO PASSEIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSEIOS-PENDENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT PASSEIO-FILE ASSIGN TO
           '../../PASSEIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PASSEIO.

           SELECT AUTORIZACAO-FILE ASSIGN TO
           '../../AUTORIZACOES-PASSEIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZACAO.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../COBRANCA-PASSEIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD PASSEIO-FILE.
           COPY PASSEIO-RECORD.
       FD AUTORIZACAO-FILE.
           COPY AUTORIZACAO-PASSEIO-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-PASSEIO                  PIC X(02)       VALUE SPACES.
       77 FS-AUTORIZACAO              PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-RESP                 PIC A(01)       VALUE 'N'.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
      * DATAS DO PASSEIO EM DDMMAAAA; A FORMA AAAAMMDD (ORDINAL) EH A
      * QUE SE COMPARA COM HOJE.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DATA-ORDINAL             PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
      * PASSEIOS AINDA POR ACONTECER (HOJE INCLUSIVE).
       77 WS-QTD-PASSEIOS             PIC 9(03)       VALUE 0.
       77 WS-IDX-PASSEIO              PIC 9(03)       VALUE 0.
       77 WS-POS-PASSEIO              PIC 9(03)       VALUE 0.
       01 WS-TABELA-PASSEIOS.
           02 WS-PASSEIO-ITEM OCCURS 500 TIMES.
              03 WS-PAS-CD-PASSEIO    PIC 9(04).
              03 WS-PAS-DESTINO       PIC X(40).
              03 WS-PAS-DATA          PIC 9(08).
              03 WS-PAS-PRAZO         PIC 9(08).
              03 WS-PAS-PRAZO-VENCIDO PIC X(01).
      * CANHOTOS PENDENTES: CHAVE PASSEIO + TURMA + NOME (ORDENADA EM
      * P200).
       77 WS-QTD-PENDENTES            PIC 9(04)       VALUE 0.
       77 WS-IDX-PEND                 PIC 9(04)       VALUE 0.
       77 WS-IDX-PEND-2               PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-PENDENTES.
           02 WS-PEND-ITEM OCCURS 3000 TIMES.
              03 WS-PND-CHAVE.
                 05 WS-PND-CD-PASSEIO PIC 9(04).
                 05 WS-PND-CD-TURMA   PIC X(05).
                 05 WS-PND-NM-STUDENT PIC X(20).
              03 WS-PND-CD-STUDENT    PIC 9(05).
       01 WS-PEND-TEMP                PIC X(34)       VALUE SPACES.
       77 WS-PASSEIO-ANTERIOR         PIC 9(04)       VALUE 0.
       77 WS-QTD-NO-PASSEIO           PIC 9(04)       VALUE 0.
       77 WS-QTD-SEM-RESPONSAVEL      PIC 9(05)       VALUE 0.
      * RESPONSAVEIS MARCADOS PARA CORRESPONDENCIA DO ALUNO (MESMA
      * REGRA DE GERAR-CARTAS/P300: MARCA EM BRANCO VALE MARCADO; SEM
      * NENHUM MARCADO, O PRIMEIRO RESPONSAVEL RECEBE).
       77 WS-QTD-RESPS                PIC 9(02)       VALUE 0.
       77 WS-IDX-RESPS                PIC 9(02)       VALUE 0.
       77 WS-TEM-PRIMEIRO             PIC 9(01)       VALUE 0.
       01 WS-TABELA-RESPS.
           02 WS-RESPS-ITEM OCCURS 5 TIMES.
              03 WS-RTB-NOME          PIC X(30).
              03 WS-RTB-TELEFONE      PIC X(15).
       01 WS-PRIMEIRO-RESP.
           03 WS-PRI-NOME             PIC X(30)       VALUE SPACES.
           03 WS-PRI-TELEFONE         PIC X(15)       VALUE SPACES.
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
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P050-CARREGAR-PASSEIOS
            OPEN INPUT AUTORIZACAO-FILE
            IF FS-AUTORIZACAO NOT = '00' THEN
               DISPLAY 'AUTORIZACOES (AUTORIZACOES-PASSEIO.TXT) NAO '
                       'ENCONTRADAS'
               STOP RUN
            END-IF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               CLOSE AUTORIZACAO-FILE
               STOP RUN
            END-IF

            PERFORM P100-CARREGAR-PENDENTES
            CLOSE AUTORIZACAO-FILE
            CLOSE STUDENT

            PERFORM P200-ORDENAR-PENDENTES
            PERFORM P300-EMITIR-RELATORIO

            DISPLAY 'PASSEIOS A ACONTECER..........: ' WS-QTD-PASSEIOS
            DISPLAY 'CANHOTOS NAO DEVOLVIDOS.......: ' WS-QTD-PENDENTES
            DISPLAY 'ALUNOS SEM RESPONSAVEL........: '
                    WS-QTD-SEM-RESPONSAVEL
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'ATENCAO: MAIS DE 3000 CANHOTOS PENDENTES OU '
                       '500 PASSEIOS - LISTA TRUNCADA'
            END-IF
            DISPLAY 'ARQUIVO: COBRANCA-PASSEIOS.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
      * ORDINAL AAAAMMDD DE UMA DATA DDMMAAAA (WS-DATA-TRABALHO).
      *-----------------------------------------------------------------
       P040-DATA-ORDINAL.
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-ORDINAL = (WS-ANO * 10000)
                    + (WS-MES * 100) + WS-DIA
            .
       P040-FIM.
      *-----------------------------------------------------------------
      * SO INTERESSA PASSEIO DE HOJE EM DIANTE - DEPOIS DO PASSEIO O
      * CANHOTO NAO EH MAIS COBRADO.
      *-----------------------------------------------------------------
       P050-CARREGAR-PASSEIOS.
            MOVE 0 TO WS-QTD-PASSEIOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT PASSEIO-FILE
            IF FS-PASSEIO NOT = '00' THEN
               DISPLAY 'CADASTRO DE PASSEIOS (PASSEIOS.TXT) NAO '
                       'ENCONTRADO'
               STOP RUN
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ PASSEIO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE PS-DATA-PASSEIO TO WS-DATA-TRABALHO
                        PERFORM P040-DATA-ORDINAL
                        IF WS-DATA-ORDINAL >= WS-DATA-HOJE THEN
                           PERFORM P060-GUARDAR-PASSEIO
                        END-IF
               END-READ
            END-PERFORM
            CLOSE PASSEIO-FILE
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P060-GUARDAR-PASSEIO.
            IF WS-QTD-PASSEIOS >= 500 THEN
               MOVE 'S' TO WS-ESTOURO-TABELA
            ELSE
               ADD 1 TO WS-QTD-PASSEIOS
               MOVE PS-CD-PASSEIO
                 TO WS-PAS-CD-PASSEIO (WS-QTD-PASSEIOS)
               MOVE PS-DESTINO TO WS-PAS-DESTINO (WS-QTD-PASSEIOS)
               MOVE PS-DATA-PASSEIO TO WS-PAS-DATA (WS-QTD-PASSEIOS)
               MOVE PS-PRAZO-AUTORIZACAO
                 TO WS-PAS-PRAZO (WS-QTD-PASSEIOS)
               MOVE PS-PRAZO-AUTORIZACAO TO WS-DATA-TRABALHO
               PERFORM P040-DATA-ORDINAL
               IF WS-DATA-ORDINAL < WS-DATA-HOJE THEN
                  MOVE 'S' TO WS-PAS-PRAZO-VENCIDO (WS-QTD-PASSEIOS)
               ELSE
                  MOVE 'N' TO WS-PAS-PRAZO-VENCIDO (WS-QTD-PASSEIOS)
               END-IF
            END-IF
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P070-LOCALIZAR-PASSEIO.
            MOVE 0 TO WS-POS-PASSEIO
            PERFORM VARYING WS-IDX-PASSEIO FROM 1 BY 1
                    UNTIL WS-IDX-PASSEIO > WS-QTD-PASSEIOS
                       OR WS-POS-PASSEIO > 0
               IF WS-PAS-CD-PASSEIO (WS-IDX-PASSEIO) = AP-CD-PASSEIO
                  THEN
                  MOVE WS-IDX-PASSEIO TO WS-POS-PASSEIO
               END-IF
            END-PERFORM
            .
       P070-FIM.
      *-----------------------------------------------------------------
      * SO ENTRA CANHOTO PENDENTE DE PASSEIO A ACONTECER E DE ALUNO
      * AINDA ATIVO NO MESTRE.
      *-----------------------------------------------------------------
       P100-CARREGAR-PENDENTES.
            MOVE 0 TO WS-QTD-PENDENTES
            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ AUTORIZACAO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF AP-PENDENTE THEN
                           PERFORM P070-LOCALIZAR-PASSEIO
                           IF WS-POS-PASSEIO > 0 THEN
                              PERFORM P110-GUARDAR-PENDENTE
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-PENDENTE.
            MOVE AP-CD-STUDENT TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-ACHOU-ALUNO
            READ STUDENT
                 INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
            END-READ
            IF WS-ACHOU-ALUNO = 1 AND ST-ATIVO THEN
               IF WS-QTD-PENDENTES >= 3000 THEN
                  MOVE 'S' TO WS-ESTOURO-TABELA
               ELSE
                  ADD 1 TO WS-QTD-PENDENTES
                  MOVE AP-CD-PASSEIO
                    TO WS-PND-CD-PASSEIO (WS-QTD-PENDENTES)
                  MOVE AP-CD-TURMA
                    TO WS-PND-CD-TURMA (WS-QTD-PENDENTES)
                  MOVE NM-STUDENT
                    TO WS-PND-NM-STUDENT (WS-QTD-PENDENTES)
                  MOVE AP-CD-STUDENT
                    TO WS-PND-CD-STUDENT (WS-QTD-PENDENTES)
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * ORDENACAO POR PASSEIO + TURMA + NOME (BOLHA, COMO A LISTA DE
      * ESPERA DO PROGARQ008).
      *-----------------------------------------------------------------
       P200-ORDENAR-PENDENTES.
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
            STRING 'CANHOTOS DE AUTORIZACAO DE PASSEIO NAO '
                   'DEVOLVIDOS - EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE 0 TO WS-PASSEIO-ANTERIOR
            MOVE 0 TO WS-QTD-NO-PASSEIO
            MOVE 0 TO WS-QTD-SEM-RESPONSAVEL
            PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                    UNTIL WS-IDX-PEND > WS-QTD-PENDENTES
               IF WS-PND-CD-PASSEIO (WS-IDX-PEND) NOT =
                  WS-PASSEIO-ANTERIOR OR WS-IDX-PEND = 1 THEN
                  IF WS-IDX-PEND > 1 THEN
                     PERFORM P330-TOTAL-PASSEIO
                  END-IF
                  MOVE WS-PND-CD-PASSEIO (WS-IDX-PEND)
                    TO WS-PASSEIO-ANTERIOR
                  MOVE 0 TO WS-QTD-NO-PASSEIO
                  PERFORM P310-CABECALHO-PASSEIO
               END-IF
               ADD 1 TO WS-QTD-NO-PASSEIO
               PERFORM P320-LINHA-DO-ALUNO
            END-PERFORM
            IF WS-QTD-PENDENTES > 0 THEN
               PERFORM P330-TOTAL-PASSEIO
            END-IF

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TOTAL: ' WS-QTD-PENDENTES
                   ' CANHOTO(S) NAO DEVOLVIDO(S)'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-CABECALHO-PASSEIO.
            MOVE WS-PASSEIO-ANTERIOR TO AP-CD-PASSEIO
            PERFORM P070-LOCALIZAR-PASSEIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'PASSEIO ' WS-PASSEIO-ANTERIOR ' - '
                   WS-PAS-DESTINO (WS-POS-PASSEIO)
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            IF WS-PAS-PRAZO-VENCIDO (WS-POS-PASSEIO) = 'S' THEN
               STRING 'DATA ' WS-PAS-DATA (WS-POS-PASSEIO)
                      ' - PRAZO ' WS-PAS-PRAZO (WS-POS-PASSEIO)
                      ' *** PRAZO VENCIDO ***'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               STRING 'DATA ' WS-PAS-DATA (WS-POS-PASSEIO)
                      ' - PRAZO ' WS-PAS-PRAZO (WS-POS-PASSEIO)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            END-IF
            WRITE REC-RELATORIO
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-LINHA-DO-ALUNO.
            MOVE SPACES TO REC-RELATORIO
            STRING '  ' WS-PND-CD-TURMA (WS-IDX-PEND) ' '
                   WS-PND-CD-STUDENT (WS-IDX-PEND) ' '
                   WS-PND-NM-STUDENT (WS-IDX-PEND)
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            PERFORM P500-BUSCAR-RESPONSAVEL
            IF WS-QTD-RESPS = 0 THEN
               ADD 1 TO WS-QTD-SEM-RESPONSAVEL
               MOVE SPACES TO REC-RELATORIO
               STRING '        *** SEM RESPONSAVEL CADASTRADO '
                      '(CADASTRE NO PROGARQ005) ***'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                    UNTIL WS-IDX-RESPS > WS-QTD-RESPS
               MOVE SPACES TO REC-RELATORIO
               STRING '        LIGAR PARA ' WS-RTB-NOME (WS-IDX-RESPS)
                      ' TEL ' WS-RTB-TELEFONE (WS-IDX-RESPS)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-PERFORM
            .
       P320-FIM.
      *-----------------------------------------------------------------
       P330-TOTAL-PASSEIO.
            MOVE SPACES TO REC-RELATORIO
            STRING '  CANHOTOS PENDENTES NO PASSEIO '
                   WS-PASSEIO-ANTERIOR ': ' WS-QTD-NO-PASSEIO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P330-FIM.
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
               MOVE WS-PRI-TELEFONE TO WS-RTB-TELEFONE (1)
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-GUARDAR-RESPONSAVEL.
            IF WS-TEM-PRIMEIRO = 0 THEN
               MOVE 1 TO WS-TEM-PRIMEIRO
               MOVE RP-NM-RESPONSAVEL TO WS-PRI-NOME
               MOVE RP-TELEFONE       TO WS-PRI-TELEFONE
            END-IF
      * MARCA EM BRANCO EH REGISTRO ANTERIOR AO CAMPO - VALE MARCADO.
            IF RP-CORRESPONDENCIA NOT = 'N' AND
               WS-QTD-RESPS < 5 THEN
               ADD 1 TO WS-QTD-RESPS
               MOVE RP-NM-RESPONSAVEL
                 TO WS-RTB-NOME (WS-QTD-RESPS)
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
            MOVE 'PASSEIOS-PENDENTES' TO LY-PROGRAMA
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
       END PROGRAM PASSEIOS-PENDENTES.
