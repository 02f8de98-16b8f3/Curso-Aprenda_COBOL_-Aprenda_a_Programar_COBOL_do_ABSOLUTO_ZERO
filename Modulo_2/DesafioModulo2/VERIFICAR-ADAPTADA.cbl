      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: DIZER SE UM RESULTADO DO HISTORICO (ALUNO + MATERIA +
      *          CARIMBO DATA/HORA DO LANCAMENTO, O MESMO QUE O
      *          NOTAS-HIST/BOLETIM CARREGAM) SAIU DE AVALIACAO
      *          ADAPTADA: DEVOLVE 0 QUANDO ALGUMA NOTA NAO ISENTA DO
      *          LANCAMENTO TEM ND-ADAPTADA = 'S' NO NOTAS-DETALHE.TXT
      *          E 1 NOS DEMAIS CASOS (INCLUSIVE RESULTADO ANTERIOR AO
      *          DETALHE). USADO PELOS RELATORIOS QUE DEIXAM A
      *          COORDENACAO INCLUIR OU EXCLUIR RESULTADOS ADAPTADOS
      *          (QUADRO-HONRA, ESTATISTICA-MATERIA). SO OS
      *          LANCAMENTOS ADAPTADOS VAO PARA A MEMORIA, NA PRIMEIRA
      *          CHAMADA (MESMO EXPEDIENTE DE BUSCAR-MATERIA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-ADAPTADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETALHE-FILE ASSIGN TO
           '../../NOTAS-DETALHE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETALHE.
       DATA DIVISION.
       FILE SECTION.
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-DETALHE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       77 WS-TABELA-CARREGADA         PIC 9(01)       VALUE 0.
       77 WS-QTD-ADAPTADOS            PIC 9(04)       VALUE 0.
       77 WS-IDX-ADAPTADO             PIC 9(04)       VALUE 0.
       01 WS-TABELA-ADAPTADOS.
           02 WS-ADAPTADO-ITEM OCCURS 5000 TIMES.
              03 WS-TAB-CD-STUDENT    PIC 9(05).
              03 WS-TAB-CD-MATERIA    PIC X(05).
              03 WS-TAB-DATA          PIC 9(08).
              03 WS-TAB-HORA          PIC 9(08).
       LINKAGE SECTION.
       01 WS-CD-STUDENT-BUSCA         PIC 9(05).
       01 WS-CD-MATERIA-BUSCA         PIC X(05).
       01 WS-DATA-BUSCA               PIC 9(08).
       01 WS-HORA-BUSCA               PIC 9(08).
       01 WS-RETORNO-ADAPTADA         PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-STUDENT-BUSCA,
                                WS-CD-MATERIA-BUSCA,
                                WS-DATA-BUSCA, WS-HORA-BUSCA,
                                WS-RETORNO-ADAPTADA.
       MAIN-PROCEDURE.
            MOVE 1 TO WS-RETORNO-ADAPTADA
            MOVE 0 TO WS-ACHOU

            IF WS-TABELA-CARREGADA = 0 THEN
               PERFORM P100-CARREGAR-TABELA
            END-IF

            PERFORM VARYING WS-IDX-ADAPTADO FROM 1 BY 1
                    UNTIL WS-IDX-ADAPTADO > WS-QTD-ADAPTADOS
                       OR WS-ACHOU = 1
               IF WS-TAB-CD-STUDENT (WS-IDX-ADAPTADO) =
                  WS-CD-STUDENT-BUSCA AND
                  WS-TAB-CD-MATERIA (WS-IDX-ADAPTADO) =
                  WS-CD-MATERIA-BUSCA AND
                  WS-TAB-DATA (WS-IDX-ADAPTADO) = WS-DATA-BUSCA AND
                  WS-TAB-HORA (WS-IDX-ADAPTADO) = WS-HORA-BUSCA THEN
                  MOVE 1 TO WS-ACHOU
               END-IF
            END-PERFORM

            IF WS-ACHOU = 1 THEN
               MOVE 0 TO WS-RETORNO-ADAPTADA
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
      * UMA ENTRADA POR LANCAMENTO ADAPTADO (AS DEMAIS NOTAS DO MESMO
      * CARIMBO NAO REPETEM A CHAVE).
      *-----------------------------------------------------------------
       P100-CARREGAR-TABELA.
            MOVE 0 TO WS-QTD-ADAPTADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT DETALHE-FILE
            IF FS-DETALHE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DETALHE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF ND-ADAPTADA = 'S' AND
                              ND-ISENTA NOT = 'S' THEN
                              PERFORM P200-GUARDAR-LANCAMENTO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DETALHE-FILE
            END-IF
            MOVE 1 TO WS-TABELA-CARREGADA
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P200-GUARDAR-LANCAMENTO.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-ADAPTADO FROM 1 BY 1
                    UNTIL WS-IDX-ADAPTADO > WS-QTD-ADAPTADOS
                       OR WS-ACHOU = 1
               IF WS-TAB-CD-STUDENT (WS-IDX-ADAPTADO) = ND-CD-STUDENT
                  AND WS-TAB-CD-MATERIA (WS-IDX-ADAPTADO) =
                      ND-CD-MATERIA
                  AND WS-TAB-DATA (WS-IDX-ADAPTADO) =
                      ND-DATA-LANCAMENTO
                  AND WS-TAB-HORA (WS-IDX-ADAPTADO) =
                      ND-HORA-LANCAMENTO THEN
                  MOVE 1 TO WS-ACHOU
               END-IF
            END-PERFORM
            IF WS-ACHOU = 0 AND WS-QTD-ADAPTADOS < 5000 THEN
               ADD 1 TO WS-QTD-ADAPTADOS
               MOVE ND-CD-STUDENT
                 TO WS-TAB-CD-STUDENT (WS-QTD-ADAPTADOS)
               MOVE ND-CD-MATERIA
                 TO WS-TAB-CD-MATERIA (WS-QTD-ADAPTADOS)
               MOVE ND-DATA-LANCAMENTO
                 TO WS-TAB-DATA (WS-QTD-ADAPTADOS)
               MOVE ND-HORA-LANCAMENTO
                 TO WS-TAB-HORA (WS-QTD-ADAPTADOS)
            END-IF
            MOVE 0 TO WS-ACHOU
            .
       P200-FIM.
       END PROGRAM VERIFICAR-ADAPTADA.
