      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CALCULAR O SLOT DE UMA CHAVE DO HISTORICO DE NOTAS NA
      *          TABELA DE ESPALHAMENTO NOTAS-HIST-CHAVES.DAT (VEJA
      *          HIST-CHAVE-RECORD.CPY): CADA CARACTER DA CHAVE VIRA A
      *          SUA POSICAO NO ALFABETO ABAIXO (FORA DELE = 41) E O
      *          SLOT EH O POLINOMIO NA BASE 41 MODULO A CAPACIDADE DA
      *          TABELA, MAIS 1. FICA NUM SUBPROGRAMA SO PARA QUE QUEM
      *          GRAVA (INDEXAR-HIST) E QUEM LE (BUSCAR-HIST) NUNCA
      *          DIVIRJAM NA CONTA. A CAPACIDADE VOLTA JUNTO PARA QUEM
      *          PRECISA PASSAR AO SLOT SEGUINTE NUMA COLISAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASH-CHAVE-HIST.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CAPACIDADE DA TABELA (PRIMO): FOLGA PARA VARIOS ANOS DE
      * HISTORICO VIVO COM A TABELA ABAIXO DE METADE CHEIA - O
      * REINDEXAR-HIST AVISA QUANDO PASSAR DE 70%.
       77 WS-CAPACIDADE-TABELA        PIC 9(07)       VALUE 199999.
       01 WS-ALFABETO                 PIC X(40)       VALUE
           ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-./'.
       01 WS-TAB-ALFABETO REDEFINES WS-ALFABETO.
           02 WS-LETRA OCCURS 40 TIMES PIC X(01).
       77 WS-IDX-CHAVE                PIC 9(02)       VALUE 0.
       77 WS-IDX-LETRA                PIC 9(02)       VALUE 0.
       77 WS-VALOR-LETRA              PIC 9(02)       VALUE 0.
       77 WS-ACUMULADO                PIC 9(09)       VALUE 0.
       77 WS-QUOCIENTE                PIC 9(09)       VALUE 0.
       77 WS-RESTO                    PIC 9(07)       VALUE 0.
       01 WS-CHAVE-TRABALHO           PIC X(16)       VALUE SPACES.
       01 WS-TAB-CHAVE REDEFINES WS-CHAVE-TRABALHO.
           02 WS-CARACTER-CHAVE OCCURS 16 TIMES PIC X(01).
       LINKAGE SECTION.
       01 WS-CHAVE-HASH               PIC X(16).
       01 WS-SLOT-HASH                PIC 9(07).
       01 WS-CAPACIDADE-HASH          PIC 9(07).
           COPY RETORNO-CHAMADA REPLACING ==:RETORNO:==
                                       BY ==WS-RETORNO-HASH==.
       PROCEDURE DIVISION USING WS-CHAVE-HASH, WS-SLOT-HASH,
                                WS-CAPACIDADE-HASH, WS-RETORNO-HASH.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-HASH
            MOVE WS-CHAVE-HASH TO WS-CHAVE-TRABALHO
            MOVE WS-CAPACIDADE-TABELA TO WS-CAPACIDADE-HASH
            MOVE 0 TO WS-RESTO

            PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                    UNTIL WS-IDX-CHAVE > 16
               MOVE 41 TO WS-VALOR-LETRA
               PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
                       UNTIL WS-IDX-LETRA > 40
                          OR WS-VALOR-LETRA < 41
                  IF WS-LETRA (WS-IDX-LETRA) =
                     WS-CARACTER-CHAVE (WS-IDX-CHAVE) THEN
                     MOVE WS-IDX-LETRA TO WS-VALOR-LETRA
                  END-IF
               END-PERFORM
               COMPUTE WS-ACUMULADO = (WS-RESTO * 41) + WS-VALOR-LETRA
               DIVIDE WS-ACUMULADO BY WS-CAPACIDADE-TABELA
                      GIVING WS-QUOCIENTE REMAINDER WS-RESTO
            END-PERFORM

            COMPUTE WS-SLOT-HASH = WS-RESTO + 1
            GOBACK.
       END PROGRAM HASH-CHAVE-HIST.
