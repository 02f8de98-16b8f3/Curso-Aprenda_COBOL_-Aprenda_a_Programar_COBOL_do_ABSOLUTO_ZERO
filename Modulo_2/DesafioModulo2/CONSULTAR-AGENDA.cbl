      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONSULTAR A AGENDA DE AVALIACOES (AVALIACOES-AGENDA.
      *          TXT, VEJA AGENDA-AVALIACAO-RECORD.CPY): DADOS TURMA,
      *          MATERIA, ANO LETIVO, BIMESTRE E A POSICAO DA NOTA NO
      *          LANCAMENTO, DEVOLVE A DATA (DDMMAAAA) E O TIPO DA
      *          AVALIACAO PLANEJADA. RETORNO: 0 = PLANEJADA, 1 = SEM
      *          AVALIACAO PLANEJADA PARA A POSICAO, 2 = AGENDA AINDA
      *          INEXISTENTE (TRANSICAO - O CHAMADOR NAO AVISA). USADO
      *          NA ENTRADA DE NOTAS (RECEBER-NOTAS, IMPORTAR-NOTAS)
      *          PARA AVISAR NOTA SEM AVALIACAO PLANEJADA ATRAS DELA.
      *          A AGENDA VAI PARA A MEMORIA NA PRIMEIRA CHAMADA (MESMO
      *          EXPEDIENTE DE BUSCAR-MATERIA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-AGENDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO
           '../../AVALIACOES-AGENDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDA.
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA-FILE.
           COPY AGENDA-AVALIACAO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-AGENDA                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
      * CARGA UNICA POR EXECUCAO: 0 = AINDA NAO CARREGADA, 1 = TABELA
      * EM MEMORIA, 2 = ARQUIVO INEXISTENTE.
       77 WS-TABELA-CARREGADA         PIC 9(01)       VALUE 0.
       77 WS-QTD-AGENDA               PIC 9(04)       VALUE 0.
       77 WS-IDX-AGENDA               PIC 9(04)       VALUE 0.
       01 WS-TABELA-AGENDA.
           02 WS-AGENDA-ITEM OCCURS 5000 TIMES.
              03 WS-TAB-REG-AGENDA    PIC X(78).
       LINKAGE SECTION.
       01 WS-CD-TURMA-BUSCA           PIC X(05).
       01 WS-CD-MATERIA-BUSCA         PIC X(05).
       01 WS-ANO-BUSCA                PIC 9(04).
       01 WS-BIMESTRE-BUSCA           PIC 9(01).
       01 WS-NR-AVALIACAO-BUSCA       PIC 9(02).
       01 WS-DATA-AVALIACAO-SAIDA     PIC 9(08).
       01 WS-TIPO-AVALIACAO-SAIDA     PIC 9(01).
       01 WS-RETORNO-AGENDA           PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-TURMA-BUSCA,
                                WS-CD-MATERIA-BUSCA,
                                WS-ANO-BUSCA, WS-BIMESTRE-BUSCA,
                                WS-NR-AVALIACAO-BUSCA,
                                WS-DATA-AVALIACAO-SAIDA,
                                WS-TIPO-AVALIACAO-SAIDA,
                                WS-RETORNO-AGENDA.
       MAIN-PROCEDURE.
            MOVE 1 TO WS-RETORNO-AGENDA
            MOVE 0 TO WS-DATA-AVALIACAO-SAIDA
            MOVE 0 TO WS-TIPO-AVALIACAO-SAIDA
            MOVE 0 TO WS-ACHOU

            IF WS-TABELA-CARREGADA = 0 THEN
               PERFORM P100-CARREGAR-TABELA
            END-IF

            IF WS-TABELA-CARREGADA = 2 THEN
               MOVE 2 TO WS-RETORNO-AGENDA
            ELSE
               PERFORM VARYING WS-IDX-AGENDA FROM 1 BY 1
                       UNTIL WS-IDX-AGENDA > WS-QTD-AGENDA
                          OR WS-ACHOU = 1
                  MOVE WS-TAB-REG-AGENDA (WS-IDX-AGENDA)
                    TO REG-AGENDA-AVALIACAO
                  IF AG-CD-TURMA = WS-CD-TURMA-BUSCA AND
                     AG-CD-MATERIA = WS-CD-MATERIA-BUSCA AND
                     AG-ANO-LETIVO = WS-ANO-BUSCA AND
                     AG-BIMESTRE = WS-BIMESTRE-BUSCA AND
                     AG-NR-AVALIACAO = WS-NR-AVALIACAO-BUSCA THEN
                     MOVE 1 TO WS-ACHOU
                     MOVE AG-DATA-AVALIACAO
                       TO WS-DATA-AVALIACAO-SAIDA
                     MOVE AG-TIPO-AVALIACAO
                       TO WS-TIPO-AVALIACAO-SAIDA
                     MOVE 0 TO WS-RETORNO-AGENDA
                  END-IF
               END-PERFORM
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
       P100-CARREGAR-TABELA.
            MOVE 0 TO WS-QTD-AGENDA
            MOVE 'N' TO WS-EOF
            OPEN INPUT AGENDA-FILE
            IF FS-AGENDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AGENDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AGENDA < 5000 THEN
                              ADD 1 TO WS-QTD-AGENDA
                              MOVE REG-AGENDA-AVALIACAO
                                TO WS-TAB-REG-AGENDA (WS-QTD-AGENDA)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
               MOVE 1 TO WS-TABELA-CARREGADA
            ELSE
               MOVE 2 TO WS-TABELA-CARREGADA
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
       END PROGRAM CONSULTAR-AGENDA.
