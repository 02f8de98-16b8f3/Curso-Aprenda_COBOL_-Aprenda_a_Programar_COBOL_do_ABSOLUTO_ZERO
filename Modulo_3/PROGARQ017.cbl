      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: MANUTENCAO DO REGISTRO DE OCORRENCIAS DISCIPLINARES
      *          (OCORRENCIAS.TXT, VEJA OCORRENCIA-RECORD.CPY):
      *          INCLUIR ADVERTENCIA VERBAL, ADVERTENCIA ESCRITA OU
      *          SUSPENSAO (COM VALIDACAO DAS DATAS DO PERIODO),
      *          REMOVER E LISTAR - NO MESMO ESTILO DE PROGARQ007
      *          (ARQUIVO CARREGADO EM MEMORIA E REGRAVADO NA SAIDA).
      *          A SUSPENSAO PASSA A SAIR COMO 'S' NA CHAMADA (VEJA
      *          CONSULTAR-SUSPENSAO) E A ADVERTENCIA ESCRITA E A
      *          SUSPENSAO GERAM CARTA A FAMILIA (GERAR-CARTAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ017.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIA-FILE ASSIGN TO
           '../OCORRENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OCORRENCIA.
       DATA DIVISION.
       FILE SECTION.
       FD OCORRENCIA-FILE.
           COPY OCORRENCIA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-OCORRENCIA            PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-QTD-OCORRENCIAS       PIC 9(04)  VALUE 0.
       77 WS-IDX-OCOR              PIC 9(04)  VALUE 0.
       77 WS-POS-OCOR              PIC 9(04)  VALUE 0.
       77 WS-CD-ALUNO-DIGITADO     PIC 9(05)  VALUE 0.
       77 WS-TIPO-DIGITADO         PIC X(01)  VALUE SPACES.
       77 WS-INICIO-DIGITADO       PIC 9(08)  VALUE 0.
       01 WS-DATA-DIGITADA         PIC 9(08)  VALUE 0.
       77 WS-DATA-DIA              PIC 9(02)  VALUE 0.
       77 WS-DATA-MES              PIC 9(02)  VALUE 0.
       77 WS-DATA-ANO              PIC 9(04)  VALUE 0.
       77 WS-DATA-VALIDA           PIC 9(01)  VALUE 0.
      * INICIO E FIM EM AAAAMMDD PARA CONFERIR QUE O FIM DA
      * SUSPENSAO NAO VEM ANTES DO INICIO.
       77 WS-INICIO-ORD            PIC 9(08)  VALUE 0.
       77 WS-FIM-ORD               PIC 9(08)  VALUE 0.
       77 WS-DESCRICAO-TIPO        PIC X(20)  VALUE SPACES.
       01 WS-TABELA-OCORRENCIAS.
           02 WS-OCOR-ITEM OCCURS 2000 TIMES.
              03 WS-TAB-REG-OCORRENCIA PIC X(81).
           COPY FORMATOS-DATA.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-REGISTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-INCLUIR
                  WHEN 2
                     PERFORM P300-REMOVER
                  WHEN 3
                     PERFORM P400-LISTAR
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            PERFORM P900-REGRAVAR-REGISTRO
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-REGISTRO.
            MOVE 0 TO WS-QTD-OCORRENCIAS
            OPEN INPUT OCORRENCIA-FILE
            IF FS-OCORRENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ OCORRENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-OCORRENCIAS < 2000 THEN
                              ADD 1 TO WS-QTD-OCORRENCIAS
                              MOVE REG-OCORRENCIA TO
                                 WS-TAB-REG-OCORRENCIA
                                    (WS-QTD-OCORRENCIAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE OCORRENCIA-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** REGISTRO DE OCORRENCIAS DISCIPLINARES ***'
            DISPLAY '1 - INCLUIR OCORRENCIA'
            DISPLAY '2 - REMOVER OCORRENCIA (POR ALUNO/TIPO/INICIO)'
            DISPLAY '3 - LISTAR OCORRENCIAS'
            DISPLAY '9 - SAIR (GRAVA O REGISTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * NA ADVERTENCIA (VERBAL OU ESCRITA) O PERIODO EH UM DIA SO; SO
      * A SUSPENSAO PEDE A DATA FINAL, QUE NAO PODE VIR ANTES DA
      * INICIAL.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            IF WS-QTD-OCORRENCIAS >= 2000 THEN
               DISPLAY 'REGISTRO DE OCORRENCIAS LOTADO'
            ELSE
               INITIALIZE REG-OCORRENCIA
               DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
               ACCEPT OC-CD-STUDENT

               PERFORM WITH TEST AFTER UNTIL OC-TIPO-VALIDO
                  DISPLAY 'TIPO (V=ADVERTENCIA VERBAL, E=ADVERTENCIA'
                          ' ESCRITA, S=SUSPENSAO): '
                  ACCEPT OC-TIPO
                  IF NOT OC-TIPO-VALIDO THEN
                     DISPLAY 'TIPO INVALIDO - TENTE NOVAMENTE'
                  END-IF
               END-PERFORM

               IF OC-SUSPENSAO THEN
                  DISPLAY 'INICIO DA SUSPENSAO'
               ELSE
                  DISPLAY 'DATA DA OCORRENCIA'
               END-IF
               PERFORM P250-ACEITAR-DATA
               MOVE WS-DATA-DIGITADA TO OC-DATA-INICIO
               PERFORM P260-ORDENAR-DATA
               MOVE WS-DATA-DIGITADA TO WS-INICIO-ORD

               IF OC-SUSPENSAO THEN
                  MOVE 0 TO WS-FIM-ORD
                  PERFORM WITH TEST AFTER
                          UNTIL WS-FIM-ORD >= WS-INICIO-ORD
                     DISPLAY 'FIM DA SUSPENSAO'
                     PERFORM P250-ACEITAR-DATA
                     MOVE WS-DATA-DIGITADA TO OC-DATA-FIM
                     PERFORM P260-ORDENAR-DATA
                     MOVE WS-DATA-DIGITADA TO WS-FIM-ORD
                     IF WS-FIM-ORD < WS-INICIO-ORD THEN
                        DISPLAY 'FIM ANTERIOR AO INICIO - TENTE '
                                'NOVAMENTE'
                     END-IF
                  END-PERFORM
               ELSE
                  MOVE OC-DATA-INICIO TO OC-DATA-FIM
               END-IF

               DISPLAY 'OPERADOR QUE REGISTRA.........: '
               ACCEPT OC-OPERADOR
               DISPLAY 'DESCRICAO DO FATO.............: '
               ACCEPT OC-DESCRICAO
               ACCEPT OC-DATA-REGISTRO FROM DATE YYYYMMDD
               MOVE 'N' TO OC-CARTA-EMITIDA

               ADD 1 TO WS-QTD-OCORRENCIAS
               MOVE REG-OCORRENCIA TO
                    WS-TAB-REG-OCORRENCIA (WS-QTD-OCORRENCIAS)
               DISPLAY 'OCORRENCIA INCLUIDA COM SUCESSO'
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * DATA VALIDADA PELOS SUBPROGRAMAS COMPARTILHADOS, COMO
      * PROGARQ002/P210 JA FAZ.
      *-----------------------------------------------------------------
       P250-ACEITAR-DATA.
            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA (DDMMAAAA)...............: '
               ACCEPT WS-DATA-DIGITADA

               CALL 'QUEBRAR-DATA'
                             USING WS-FORMATO-DATA, WS-DATA-DIGITADA,
                                   WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO

               CALL 'VALIDAR-DATA'
                             USING WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO, WS-DATA-VALIDA

               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * CONVERTE A DATA QUE P250 ACABOU DE VALIDAR (JA QUEBRADA EM
      * DIA/MES/ANO) PARA AAAAMMDD EM WS-DATA-DIGITADA.
      *-----------------------------------------------------------------
       P260-ORDENAR-DATA.
            COMPUTE WS-DATA-DIGITADA =
                    (WS-DATA-ANO * 10000) + (WS-DATA-MES * 100) +
                    WS-DATA-DIA
            .
       P260-FIM.
      *-----------------------------------------------------------------
       P300-REMOVER.
            DISPLAY 'CODIGO DO ALUNO...............: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'TIPO (V/E/S)..................: '
            ACCEPT WS-TIPO-DIGITADO
            DISPLAY 'DATA DE INICIO (DDMMAAAA).....: '
            ACCEPT WS-INICIO-DIGITADO

            MOVE 0 TO WS-POS-OCOR
            PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                    UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
               MOVE WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR)
                 TO REG-OCORRENCIA
               IF OC-CD-STUDENT = WS-CD-ALUNO-DIGITADO AND
                  OC-TIPO = WS-TIPO-DIGITADO AND
                  OC-DATA-INICIO = WS-INICIO-DIGITADO THEN
                  MOVE WS-IDX-OCOR TO WS-POS-OCOR
               END-IF
            END-PERFORM

            IF WS-POS-OCOR = 0 THEN
               DISPLAY 'OCORRENCIA NAO ENCONTRADA'
            ELSE
               PERFORM VARYING WS-IDX-OCOR FROM WS-POS-OCOR BY 1
                       UNTIL WS-IDX-OCOR >= WS-QTD-OCORRENCIAS
                  MOVE WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR + 1)
                    TO WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR)
               END-PERFORM
               SUBTRACT 1 FROM WS-QTD-OCORRENCIAS
               DISPLAY 'OCORRENCIA REMOVIDA COM SUCESSO'
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-LISTAR.
            DISPLAY 'ALUNO TIPO                 INICIO   FIM      '
                    'OPERADOR   CARTA DESCRICAO'
            PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                    UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
               MOVE WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR)
                 TO REG-OCORRENCIA
               EVALUATE TRUE
                  WHEN OC-ADVERTENCIA-VERBAL
                     MOVE 'ADVERTENCIA VERBAL' TO WS-DESCRICAO-TIPO
                  WHEN OC-ADVERTENCIA-ESCRITA
                     MOVE 'ADVERTENCIA ESCRITA' TO WS-DESCRICAO-TIPO
                  WHEN OC-SUSPENSAO
                     MOVE 'SUSPENSAO' TO WS-DESCRICAO-TIPO
                  WHEN OTHER
                     MOVE '?' TO WS-DESCRICAO-TIPO
               END-EVALUATE
               DISPLAY OC-CD-STUDENT ' ' WS-DESCRICAO-TIPO ' '
                       OC-DATA-INICIO ' ' OC-DATA-FIM ' '
                       OC-OPERADOR ' ' OC-CARTA-EMITIDA '     '
                       OC-DESCRICAO
            END-PERFORM
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-REGISTRO.
            OPEN OUTPUT OCORRENCIA-FILE
            PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                    UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
               MOVE WS-TAB-REG-OCORRENCIA (WS-IDX-OCOR)
                 TO REG-OCORRENCIA
               WRITE REG-OCORRENCIA
            END-PERFORM
            CLOSE OCORRENCIA-FILE
            DISPLAY 'REGISTRO DE OCORRENCIAS GRAVADO: '
                    WS-QTD-OCORRENCIAS ' OCORRENCIA(S)'
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * AMBIENTE DE TREINAMENTO (MARCA AMBIENTE.TXT NA RAIZ DOS
      * DADOS): A FAIXA SAI NO ALTO DA TELA E NA PRIMEIRA LINHA DOS
      * RELATORIOS (VEJA LER-AMBIENTE).
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM PROGARQ017.
