      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONFERIR SE UM REGISTRO (ALUNO, TURMA, NOTA, CHAMADA)
      *          PERTENCE A UNIDADE ESCOLAR PEDIDA PELO LOTE/RELATORIO
      *          (VEJA SELECIONAR-UNIDADE) - A REGRA FICA NUM LUGAR SO:
      *          FILTRO EM BRANCO = TODAS AS UNIDADES DA REDE;
      *          UNIDADE DO REGISTRO EM BRANCO (REGISTRO ANTERIOR AO
      *          CAMPO) EH A '01', A ESCOLA ORIGINAL.
      *          RETORNO: 0 = PERTENCE; 1 = EH DE OUTRA UNIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERIR-UNIDADE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-UNIDADE-NORMALIZADA      PIC X(02)       VALUE SPACES.
       LINKAGE SECTION.
       01 WS-UNIDADE-FILTRO           PIC X(02).
       01 WS-UNIDADE-REGISTRO         PIC X(02).
       01 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-UNIDADE-FILTRO, WS-UNIDADE-REGISTRO,
                                WS-RETORNO-UNIDADE.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-UNIDADE
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               MOVE WS-UNIDADE-REGISTRO TO WS-UNIDADE-NORMALIZADA
               IF WS-UNIDADE-NORMALIZADA = SPACES THEN
                  MOVE '01' TO WS-UNIDADE-NORMALIZADA
               END-IF
               IF WS-UNIDADE-NORMALIZADA NOT = WS-UNIDADE-FILTRO THEN
                  MOVE 1 TO WS-RETORNO-UNIDADE
               END-IF
            END-IF
            GOBACK.
       END PROGRAM CONFERIR-UNIDADE.
