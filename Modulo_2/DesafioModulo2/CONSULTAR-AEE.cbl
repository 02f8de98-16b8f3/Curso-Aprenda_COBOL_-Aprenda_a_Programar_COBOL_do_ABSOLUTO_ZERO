      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONSULTAR O CADASTRO DE AEE (AEE.TXT, VEJA
      *          AEE-RECORD.CPY): DADO O ALUNO, A MATERIA E A DATA DO
      *          LANCAMENTO (AAAAMMDD, 0 = HOJE), DEVOLVE 0 QUANDO O
      *          ALUNO TEM PEI EM VIGOR NA DATA COM A MATERIA ENTRE AS
      *          ADAPTADAS (OU TODAS, '*****') E 1 NOS DEMAIS CASOS -
      *          EH ESTE RETORNO QUE MARCA A AVALIACAO COMO ADAPTADA
      *          (ND-ADAPTADA) NA ENTRADA DE NOTAS. O CADASTRO EH
      *          CONFIDENCIAL: NADA ALEM DO SIM/NAO SAI DAQUI. A
      *          TABELA VAI PARA A MEMORIA NA PRIMEIRA CHAMADA (MESMO
      *          EXPEDIENTE DE BUSCAR-MATERIA) - A IMPORTACAO DE UMA
      *          TURMA INTEIRA NAO RELE O ARQUIVO ALUNO A ALUNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-AEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AEE-FILE ASSIGN TO
           '../../AEE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AEE.
       DATA DIVISION.
       FILE SECTION.
       FD AEE-FILE.
           COPY AEE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-AEE                      PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
      * CARGA UNICA POR EXECUCAO: 0 = AINDA NAO CARREGADA, 1 = TABELA
      * EM MEMORIA (ARQUIVO INEXISTENTE = CADASTRO VAZIO, TAMBEM 1).
       77 WS-TABELA-CARREGADA         PIC 9(01)       VALUE 0.
       77 WS-QTD-AEE                  PIC 9(04)       VALUE 0.
       77 WS-IDX-AEE                  PIC 9(04)       VALUE 0.
       77 WS-IDX-MATERIA              PIC 9(02)       VALUE 0.
       01 WS-TABELA-AEE.
           02 WS-AEE-ITEM OCCURS 1000 TIMES.
              03 WS-TAB-REG-AEE       PIC X(134).
      * AS DATAS DO PEI (DDMMAAAA) VAO PARA AAAAMMDD PARA A
      * COMPARACAO DE FAIXA.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DATA-REF-ORD             PIC 9(08)       VALUE 0.
       77 WS-DATA-INICIO-ORD          PIC 9(08)       VALUE 0.
       77 WS-DATA-FIM-ORD             PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
       LINKAGE SECTION.
       01 WS-CD-STUDENT-BUSCA         PIC 9(05).
       01 WS-CD-MATERIA-BUSCA         PIC X(05).
       01 WS-DATA-REFERENCIA          PIC 9(08).
       01 WS-RETORNO-AEE              PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-STUDENT-BUSCA,
                                WS-CD-MATERIA-BUSCA,
                                WS-DATA-REFERENCIA,
                                WS-RETORNO-AEE.
       MAIN-PROCEDURE.
            MOVE 1 TO WS-RETORNO-AEE
            MOVE 0 TO WS-ACHOU

            IF WS-TABELA-CARREGADA = 0 THEN
               PERFORM P100-CARREGAR-TABELA
            END-IF

            IF WS-DATA-REFERENCIA IS NUMERIC AND
               WS-DATA-REFERENCIA > 0 THEN
               MOVE WS-DATA-REFERENCIA TO WS-DATA-REF-ORD
            ELSE
               ACCEPT WS-DATA-REF-ORD FROM DATE YYYYMMDD
            END-IF

            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM VARYING WS-IDX-AEE FROM 1 BY 1
                    UNTIL WS-IDX-AEE > WS-QTD-AEE OR WS-ACHOU = 1
               MOVE WS-TAB-REG-AEE (WS-IDX-AEE) TO REG-AEE
               IF EE-CD-STUDENT = WS-CD-STUDENT-BUSCA THEN
                  PERFORM P200-VERIFICAR-PEI
               END-IF
            END-PERFORM

            IF WS-ACHOU = 1 THEN
               MOVE 0 TO WS-RETORNO-AEE
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
       P100-CARREGAR-TABELA.
            MOVE 0 TO WS-QTD-AEE
            MOVE 'N' TO WS-EOF
            OPEN INPUT AEE-FILE
            IF FS-AEE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AEE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AEE < 1000 THEN
                              ADD 1 TO WS-QTD-AEE
                              MOVE REG-AEE
                                TO WS-TAB-REG-AEE (WS-QTD-AEE)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AEE-FILE
            END-IF
            MOVE 1 TO WS-TABELA-CARREGADA
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * PEI EM VIGOR NA DATA (INICIO <= DATA E, COM FIM INFORMADO,
      * DATA <= FIM) E MATERIA ENTRE AS ADAPTADAS.
      *-----------------------------------------------------------------
       P200-VERIFICAR-PEI.
            MOVE EE-DATA-INICIO-PEI TO WS-DATA-TRABALHO
            PERFORM P300-ORDENAR-DATA
            MOVE WS-DATA-TRABALHO TO WS-DATA-INICIO-ORD
            MOVE 99999999 TO WS-DATA-FIM-ORD
            IF EE-DATA-FIM-PEI IS NUMERIC AND EE-DATA-FIM-PEI > 0 THEN
               MOVE EE-DATA-FIM-PEI TO WS-DATA-TRABALHO
               PERFORM P300-ORDENAR-DATA
               MOVE WS-DATA-TRABALHO TO WS-DATA-FIM-ORD
            END-IF

            IF WS-DATA-REF-ORD >= WS-DATA-INICIO-ORD AND
               WS-DATA-REF-ORD <= WS-DATA-FIM-ORD THEN
               PERFORM VARYING WS-IDX-MATERIA FROM 1 BY 1
                       UNTIL WS-IDX-MATERIA > EE-QTD-MATERIAS
                       OR WS-IDX-MATERIA > 10
                  IF EE-MATERIA-ADAPTADA (WS-IDX-MATERIA) = '*****'
                     OR EE-MATERIA-ADAPTADA (WS-IDX-MATERIA) =
                        WS-CD-MATERIA-BUSCA THEN
                     MOVE 1 TO WS-ACHOU
                  END-IF
               END-PERFORM
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * CONVERTE WS-DATA-TRABALHO DE DDMMAAAA PARA AAAAMMDD.
      *-----------------------------------------------------------------
       P300-ORDENAR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-TRABALHO =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            .
       P300-FIM.
       END PROGRAM CONSULTAR-AEE.
