      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: CALCULAR O NUMERO SERIAL DE UMA DATA (DDMMAAAA) -
      *          DIAS CORRIDOS DESDE UMA ORIGEM FIXA DO CALENDARIO
      *          GREGORIANO - PARA QUE A DIFERENCA ENTRE DUAS DATAS
      *          SAIA EM DIAS POR SIMPLES SUBTRACAO (ATRASO DE
      *          PARCELA, DIAS EM ABERTO). RETORNO: 0 = CALCULADO,
      *          1 = DATA INVALIDA (VALIDAR-DATA REPROVOU - SERIAL
      *          SAI 0).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-DIA-SERIAL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
      * MARCO E O PRIMEIRO MES DO ANO DE CALCULO (JANEIRO E FEVEREIRO
      * CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR), PARA O DIA 29 DE
      * FEVEREIRO CAIR NO FIM DO ANO E A TABELA DE MESES FICAR
      * REGULAR.
       77 WS-MES-CALC                 PIC 9(02)       VALUE 0.
       77 WS-ANO-CALC                 PIC 9(04)       VALUE 0.
      * CADA TERMO COM DIVISAO EH ASSENTADO EM CAMPO INTEIRO PROPRIO
      * ANTES DA SOMA (PISO DE CADA DIVISAO), COMO EM
      * CALCULAR-DIA-SEMANA.
       77 WS-TERMO-4                  PIC 9(04)       VALUE 0.
       77 WS-TERMO-100                PIC 9(04)       VALUE 0.
       77 WS-TERMO-400                PIC 9(04)       VALUE 0.
       77 WS-TERMO-MES                PIC 9(03)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
       LINKAGE SECTION.
       01 WS-DATA-CONSULTA            PIC 9(08).
       01 WS-DIA-SERIAL               PIC 9(07).
       01 WS-RETORNO-DIA-SERIAL       PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING WS-DATA-CONSULTA, WS-DIA-SERIAL,
                                WS-RETORNO-DIA-SERIAL.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-DIA-SERIAL
            MOVE 0 TO WS-DIA-SERIAL

            SET FORMATO-DDMMAAAA TO TRUE
            MOVE WS-DATA-CONSULTA TO WS-DATA-TRABALHO
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                          WS-DATA-VALIDA

            IF WS-DATA-VALIDA NOT = 1 THEN
               MOVE 1 TO WS-RETORNO-DIA-SERIAL
            ELSE
               MOVE WS-MES TO WS-MES-CALC
               MOVE WS-ANO TO WS-ANO-CALC
               IF WS-MES < 3 THEN
                  COMPUTE WS-MES-CALC = WS-MES + 12
                  COMPUTE WS-ANO-CALC = WS-ANO - 1
               END-IF
               COMPUTE WS-TERMO-4 = WS-ANO-CALC / 4
               COMPUTE WS-TERMO-100 = WS-ANO-CALC / 100
               COMPUTE WS-TERMO-400 = WS-ANO-CALC / 400
               COMPUTE WS-TERMO-MES =
                       ((153 * (WS-MES-CALC - 3)) + 2) / 5
               COMPUTE WS-DIA-SERIAL =
                       (365 * WS-ANO-CALC) + WS-TERMO-4
                       - WS-TERMO-100 + WS-TERMO-400
                       + WS-TERMO-MES + WS-DIA
            END-IF
            GOBACK.
       END PROGRAM CALCULAR-DIA-SERIAL.
