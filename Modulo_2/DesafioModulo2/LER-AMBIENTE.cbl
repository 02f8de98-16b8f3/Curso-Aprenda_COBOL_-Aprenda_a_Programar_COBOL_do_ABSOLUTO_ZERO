      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: DIZER AO PROGRAMA EM QUE AMBIENTE ELE ESTA RODANDO
      *          (VEJA AMBIENTE-RECORD E MONTAR-TREINAMENTO): A COPIA
      *          DE TREINAMENTO/HOMOLOGACAO TEM NA RAIZ DOS DADOS A
      *          MARCA AMBIENTE.TXT; SEM A MARCA EH PRODUCAO. EM
      *          TREINAMENTO DEVOLVE TAMBEM A FAIXA QUE O CHAMADOR
      *          MOSTRA NO ALTO DE CADA TELA E GRAVA NA PRIMEIRA
      *          LINHA DE CADA RELATORIO - PARA NINGUEM CONFUNDIR UMA
      *          LISTAGEM DE TREINO COM A DE VERDADE. OS PROGRAMAS QUE
      *          GERAM EXTRATO PARA FORA DA ESCOLA (SECRETARIA, CENSO,
      *          PROVEDOR DE SMS, MINISTERIO) RECUSAM O EXTRATO EM
      *          TREINAMENTO.
      *          RETORNO: 0 = AMBIENTE DEVOLVIDO (PRODUCAO OU
      *          TREINAMENTO); 1 = MARCA ILEGIVEL - TRATADA COMO
      *          TREINAMENTO, PARA NAO DEIXAR SAIR EXTRATO DE UMA COPIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LER-AMBIENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE-FILE ASSIGN TO DYNAMIC AI-NOME-MARCA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AMBIENTE.
       DATA DIVISION.
       FILE SECTION.
       FD AMBIENTE-FILE.
           COPY AMBIENTE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-AMBIENTE                 PIC X(02)       VALUE SPACES.
       77 WS-TEXTO-FAIXA              PIC X(48)       VALUE
           '*** AMBIENTE DE TREINAMENTO - DADOS ANONIMIZADOS'.
       01 WS-DATA-FAIXA.
           02 WS-DIA-FAIXA            PIC 9(02)       VALUE 0.
           02 FILLER                  PIC X(01)       VALUE '/'.
           02 WS-MES-FAIXA            PIC 9(02)       VALUE 0.
           02 FILLER                  PIC X(01)       VALUE '/'.
           02 WS-ANO-FAIXA            PIC 9(04)       VALUE 0.
       LINKAGE SECTION.
           COPY CAMPOS-AMBIENTE.
           COPY RETORNO-CHAMADA REPLACING ==:RETORNO:==
                                       BY ==WS-RETORNO-LER-AMBIENTE==.
       PROCEDURE DIVISION USING CAMPOS-AMBIENTE,
                                WS-RETORNO-LER-AMBIENTE.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-LER-AMBIENTE
            SET AI-PRODUCAO TO TRUE
            MOVE 0 TO AI-DATA-MONTAGEM
            MOVE SPACES TO AI-FAIXA

            OPEN INPUT AMBIENTE-FILE
            IF FS-AMBIENTE = '00' THEN
               READ AMBIENTE-FILE
                    AT END
                        MOVE 1 TO WS-RETORNO-LER-AMBIENTE
                    NOT AT END
                        IF NOT AN-TREINAMENTO OR
                           AN-DATA-MONTAGEM NOT NUMERIC THEN
                           MOVE 1 TO WS-RETORNO-LER-AMBIENTE
                        ELSE
                           MOVE AN-DATA-MONTAGEM TO AI-DATA-MONTAGEM
                        END-IF
               END-READ
               CLOSE AMBIENTE-FILE
               PERFORM P100-MONTAR-FAIXA
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
      * MARCA PRESENTE = TREINAMENTO, MESMO ILEGIVEL (SEM A DATA DA
      * MONTAGEM NA FAIXA).
      *-----------------------------------------------------------------
       P100-MONTAR-FAIXA.
            SET AI-TREINAMENTO TO TRUE
            IF AI-DATA-MONTAGEM = 0 THEN
               STRING WS-TEXTO-FAIXA ' ***'
                      DELIMITED BY SIZE INTO AI-FAIXA
               END-STRING
            ELSE
               MOVE AI-DATA-MONTAGEM (1:4) TO WS-ANO-FAIXA
               MOVE AI-DATA-MONTAGEM (5:2) TO WS-MES-FAIXA
               MOVE AI-DATA-MONTAGEM (7:2) TO WS-DIA-FAIXA
               STRING WS-TEXTO-FAIXA ' - COPIA DE ' WS-DATA-FAIXA
                      ' ***'
                      DELIMITED BY SIZE INTO AI-FAIXA
               END-STRING
            END-IF
            .
       P100-FIM.
       END PROGRAM LER-AMBIENTE.
