      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: BUSCAR UMA UNIDADE ESCOLAR DA REDE PELO CODIGO NO
      *          CADASTRO DE UNIDADES (UNIDADES.TXT, VEJA UNIDADE-
      *          RECORD.CPY E PROGARQ025), DEVOLVENDO O REGISTRO
      *          COMPLETO (NOME, CODIGO INEP, ATIVA) - MESMO PAPEL DE
      *          BUSCAR-TURMA PARA O CADASTRO DE TURMAS. CODIGO EM
      *          BRANCO EH PROCURADO COMO '01' (A ESCOLA ORIGINAL).
      *          RETORNO: 0 = ACHOU; 1 = NAO CADASTRADA; 2 = SEM
      *          CADASTRO DE UNIDADES (REDE DE UMA ESCOLA SO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-UNIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE-FILE ASSIGN TO
           '../../UNIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIDADE.
       DATA DIVISION.
       FILE SECTION.
       FD UNIDADE-FILE.
           COPY UNIDADE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-UNIDADE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-ACHOU                    PIC 9(01)       VALUE 0.
       77 WS-CD-PROCURADO             PIC X(02)       VALUE SPACES.
       LINKAGE SECTION.
       01 WS-CD-UNIDADE-BUSCA         PIC X(02).
           COPY UNIDADE-RECORD REPLACING ==REG-UNIDADE==
                                      BY ==REG-UNIDADE-SAIDA==.
       01 WS-RETORNO-BUSCAR-UNIDADE   PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-CD-UNIDADE-BUSCA, REG-UNIDADE-SAIDA,
                                WS-RETORNO-BUSCAR-UNIDADE.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-BUSCAR-UNIDADE
            MOVE 0 TO WS-ACHOU
            MOVE 'N' TO WS-EOF
            INITIALIZE REG-UNIDADE-SAIDA
            MOVE WS-CD-UNIDADE-BUSCA TO WS-CD-PROCURADO
            IF WS-CD-PROCURADO = SPACES THEN
               MOVE '01' TO WS-CD-PROCURADO
            END-IF

            OPEN INPUT UNIDADE-FILE
            IF FS-UNIDADE NOT = '00' THEN
               MOVE 2 TO WS-RETORNO-BUSCAR-UNIDADE
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-ACHOU = 1
                  READ UNIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF UN-CD-UNIDADE OF REG-UNIDADE =
                              WS-CD-PROCURADO THEN
                              MOVE REG-UNIDADE TO REG-UNIDADE-SAIDA
                              MOVE 1 TO WS-ACHOU
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE UNIDADE-FILE

               IF WS-ACHOU NOT = 1 THEN
                  MOVE 1 TO WS-RETORNO-BUSCAR-UNIDADE
               END-IF
            END-IF
            GOBACK.
       END PROGRAM BUSCAR-UNIDADE.
