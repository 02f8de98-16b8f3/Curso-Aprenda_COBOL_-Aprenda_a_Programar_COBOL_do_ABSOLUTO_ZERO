      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONVERSAO DE ARQUIVO ANTIGO PARA A VERSAO CORRENTE DO
      *          LAYOUT (VEJA VERSOES-LAYOUT E CONFERIR-LAYOUT). PASSO
      *          DE LOTE, COM PARAMETROS NA LINHA DE COMANDO:
      *          CONVERTER <ARQUIVO> - LE O CARIMBO DO ARQUIVO, APLICA
      *          EM UMA PASSADA TODOS OS PASSOS REGISTRADOS NA TABELA
      *          DE PASSOS, DA VERSAO DO CARIMBO ATE A CORRENTE, E
      *          CARIMBA O ARQUIVO NA VERSAO NOVA. TODO CAMPO DESTES
      *          LAYOUTS FOI ACRESCENTADO NO FIM DO REGISTRO COM A
      *          AREA EM BRANCO VALENDO O DEFAULT DOCUMENTADO NO
      *          COPYBOOK - O PASSO EH A AREA NOVA, EM BRANCO.
      *          CARIMBAR <ARQUIVO> <LAYOUT> <VERSAO> - CARIMBO
      *          INICIAL DE ARQUIVO QUE AINDA NAO TEM (IMPLANTACAO DO
      *          CARIMBO OU BACKUP ANTIGO DE VERSAO CONHECIDA).
      *          SO ARQUIVO LINHA A LINHA: HISTORICO (VIVO E ANOS
      *          ARQUIVADOS), PENDENTES E OS BACKUPS. O MESTRE
      *          (RELATIVE) EH CONVERTIDO PELO BACKUP DELE - LINHAS
      *          'D'/'T' DO UTIL-MESTRE-ALUNOS, DADOS A PARTIR DA
      *          POSICAO 2 - E RECARREGADO EM SEGUIDA.
      *          O ARQUIVO SO EH SUBSTITUIDO DEPOIS DA CONVERSAO
      *          INTEIRA EM CONVERTER-TRAB.TXT; QUALQUER RECUSA DEIXA
      *          O ORIGINAL INTACTO. REGISTRA A EXECUCAO EM
      *          EXECUCOES.TXT E SAI COM RETURN-CODE 1 NA FALHA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTER-LAYOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO DYNAMIC WS-PARM-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT TRABALHO-FILE ASSIGN TO
           '../../CONVERTER-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABALHO.
       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA-FILE.
       01 REC-ENTRADA                 PIC X(300).
       FD TRABALHO-FILE.
       01 REC-TRABALHO                PIC X(300).
       WORKING-STORAGE SECTION.
       77 FS-ENTRADA                  PIC X(02)       VALUE SPACES.
       77 FS-TRABALHO                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-PARM-LINHA               PIC X(100)      VALUE SPACES.
       77 WS-PARM-MODO                PIC X(20)       VALUE SPACES.
       77 WS-PARM-ARQUIVO             PIC X(40)       VALUE SPACES.
       77 WS-PARM-LAYOUT              PIC X(20)       VALUE SPACES.
       77 WS-VERSAO-PEDIDA            PIC 9(03)       VALUE 0.
      * 'S' = TUDO CERTO ATE AQUI; 'N' = RECUSADO (MOTIVO NA TELA).
       77 WS-OK                       PIC X(01)       VALUE 'S'.
       77 WS-MOTIVO                   PIC X(40)       VALUE SPACES.
       77 WS-QTD-LIDOS                PIC 9(07)       VALUE 0.
       77 WS-QTD-GRAVADOS             PIC 9(07)       VALUE 0.
       77 WS-IND-VERSAO               PIC 9(02)       VALUE 0.
       77 WS-IND-PASSO                PIC 9(02)       VALUE 0.
       77 WS-ACHOU                    PIC X(01)       VALUE 'N'.
       77 WS-VERSAO-ORIGEM            PIC 9(03)       VALUE 0.
       77 WS-VERSAO-CORRENTE          PIC 9(03)       VALUE 0.
       77 WS-VERSAO-DA-VEZ            PIC 9(03)       VALUE 0.
       77 WS-TAMANHO-FINAL            PIC 9(05)       VALUE 0.
      * DESLOCAMENTO DOS DADOS NA LINHA: 0 NOS ARQUIVOS COMUNS, 1 NO
      * BACKUP DO MESTRE (TIPO 'D'/'T' NA POSICAO 1).
       77 WS-DESLOCAMENTO             PIC 9(01)       VALUE 0.
       77 WS-POS-INICIO               PIC 9(05)       VALUE 0.
       77 WS-QTD-BYTES                PIC 9(05)       VALUE 0.
      * PASSOS DE CONVERSAO REGISTRADOS: LAYOUT, VERSAO DE ORIGEM,
      * TAMANHO NA ORIGEM E TAMANHO NA VERSAO SEGUINTE - A AREA ENTRE
      * OS DOIS TAMANHOS EH O CAMPO NOVO, GRAVADO EM BRANCO. QUEM SOBE
      * UMA VERSAO EM VERSOES-LAYOUT.CPY ACRESCENTA O PASSO AQUI.
       01 WS-PASSOS-VALORES.
          03 FILLER PIC X(33) VALUE 'STUDENT-RECORD      0010004700055'.
          03 FILLER PIC X(33) VALUE 'STUDENT-RECORD      0020005500063'.
          03 FILLER PIC X(33) VALUE 'STUDENT-RECORD      0030006300065'.
          03 FILLER PIC X(33) VALUE 'STUDENT-RECORD      0040006500070'.
          03 FILLER PIC X(33) VALUE 'NOTAS-HIST-RECORD   0010010700112'.
          03 FILLER PIC X(33) VALUE 'NOTAS-HIST-RECORD   0020011200113'.
          03 FILLER PIC X(33) VALUE 'NOTAS-HIST-RECORD   0030011300117'.
          03 FILLER PIC X(33) VALUE 'NOTAS-HIST-RECORD   0040011700120'.
          03 FILLER PIC X(33) VALUE 'NOTAS-HIST-RECORD   0050012000122'.
          03 FILLER PIC X(33) VALUE 'PENDENTE-RECORD     0010022700231'.
          03 FILLER PIC X(33) VALUE 'PENDENTE-RECORD     0020023100234'.
          03 FILLER PIC X(33) VALUE 'PENDENTE-RECORD     0030023400235'.
       01 WS-PASSOS REDEFINES WS-PASSOS-VALORES.
          03 WS-PASSO OCCURS 12 TIMES.
             05 WS-PS-LAYOUT          PIC X(20).
             05 WS-PS-VERSAO          PIC 9(03).
             05 WS-PS-TAMANHO-DE      PIC 9(05).
             05 WS-PS-TAMANHO-PARA    PIC 9(05).
       77 WS-QTD-PASSOS               PIC 9(02)       VALUE 12.
      * TABELA DE PASSOS A APLICAR NESTA EXECUCAO, EM ORDEM.
       77 WS-QTD-APLICAR              PIC 9(02)       VALUE 0.
       01 WS-APLICAR.
          03 WS-AP-PASSO OCCURS 12 TIMES PIC 9(02).
       77 WS-IND-APLICAR              PIC 9(02)       VALUE 0.
      * VERSAO CORRENTE DOS TRES LAYOUTS, VISTA COMO TABELA.
           COPY VERSOES-LAYOUT.
       01 WS-VERSOES REDEFINES VERSOES-LAYOUT.
          03 WS-VERSAO-ITEM OCCURS 3 TIMES.
             05 WS-VI-LAYOUT          PIC X(20).
             05 WS-VI-VERSAO          PIC 9(03).
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
      * TRAVA DE GRAVACAO UNICA (VEJA OBTER-TRAVA): A CONVERSAO
      * REGRAVA O ARQUIVO INTEIRO.
       77 WS-FORCAR-TRAVA             PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST) -
      * REFEITO QUANDO O CONVERTIDO EH O HISTORICO VIVO.
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
           COPY NOTAS-HIST-RECORD.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'CONVERSAO DE LAYOUT DE ARQUIVO'
            INITIALIZE REG-EXECUCAO
            MOVE 'CONVERTER-LAYOUT' TO EX-PROGRAMA
            MOVE 'N/D' TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME

            ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
            UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACE
                     INTO WS-PARM-MODO, WS-PARM-ARQUIVO,
                          WS-PARM-LAYOUT, WS-VERSAO-PEDIDA
            END-UNSTRING
            MOVE 'S' TO WS-OK

            EVALUATE TRUE
               WHEN WS-PARM-ARQUIVO = SPACES
                  MOVE 'N' TO WS-OK
                  MOVE 'INFORME O ARQUIVO' TO WS-MOTIVO
               WHEN WS-PARM-MODO = 'CONVERTER'
                  PERFORM P050-OBTER-TRAVA
                  IF WS-OK = 'S' THEN
                     PERFORM P100-CONVERTER
                     CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
                  END-IF
               WHEN WS-PARM-MODO = 'CARIMBAR'
                  PERFORM P600-CARIMBAR
               WHEN OTHER
                  MOVE 'N' TO WS-OK
                  MOVE 'MODO DEVE SER CONVERTER OU CARIMBAR'
                    TO WS-MOTIVO
            END-EVALUATE

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE SPACES TO EX-PARAMETROS
            STRING WS-PARM-MODO DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-PARM-ARQUIVO DELIMITED BY SPACE
                   INTO EX-PARAMETROS
            END-STRING
            MOVE WS-QTD-LIDOS TO EX-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS TO EX-QTD-GRAVADOS
            MOVE 0 TO EX-QTD-REJEITADOS
            IF WS-OK = 'S' THEN
               SET EX-RESULTADO-NORMAL TO TRUE
            ELSE
               SET EX-RESULTADO-ABORTADO TO TRUE
               MOVE 1 TO EX-QTD-REJEITADOS
            END-IF
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            DISPLAY 'LINHAS LIDAS..................: ' WS-QTD-LIDOS
            DISPLAY 'LINHAS GRAVADAS...............: ' WS-QTD-GRAVADOS
            IF WS-OK NOT = 'S' THEN
               DISPLAY 'ARQUIVO NAO ALTERADO - ' WS-MOTIVO
               DISPLAY 'USO: CONVERTER <ARQUIVO> OU '
                       'CARIMBAR <ARQUIVO> <LAYOUT> <VERSAO>'
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * TRAVA DE GRAVACAO UNICA: PASSO DE LOTE NAO FORCA TRAVA ALHEIA -
      * COM OUTRO GRAVADOR NO AR A CONVERSAO EH RECUSADA.
      *-----------------------------------------------------------------
       P050-OBTER-TRAVA.
            MOVE 'CONVERTER-LAYOUT' TO TV-PROGRAMA
            MOVE 'N/D' TO TV-OPERADOR
            MOVE 'N' TO WS-FORCAR-TRAVA
            CALL 'OBTER-TRAVA'
                          USING REG-TRAVA, WS-FORCAR-TRAVA,
                                WS-RETORNO-TRAVA
            IF WS-RETORNO-TRAVA NOT = 0 THEN
               DISPLAY 'EXECUCAO EM ANDAMENTO: ' TV-PROGRAMA ' '
                       TV-OPERADOR ' DESDE ' TV-DATA ' ' TV-HORA
               MOVE 'N' TO WS-OK
               MOVE 'TRAVA DE GRAVACAO OCUPADA' TO WS-MOTIVO
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * CONVERTER: CARIMBO -> VERSAO DE ORIGEM; VERSAO CORRENTE DO
      * LAYOUT; PASSOS DA ORIGEM ATE A CORRENTE (TODOS TEM QUE ESTAR
      * REGISTRADOS); CONVERSAO PARA O TRABALHO; COPIA DE VOLTA;
      * CARIMBO NOVO.
      *-----------------------------------------------------------------
       P100-CONVERTER.
            MOVE WS-PARM-ARQUIVO TO LY-NOME-ARQUIVO
            MOVE 'CONVERTER-LAYOUT' TO LY-PROGRAMA
            SET LY-LER-CARIMBO TO TRUE
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               MOVE 'N' TO WS-OK
               MOVE 'ARQUIVO SEM CARIMBO - USE CARIMBAR'
                 TO WS-MOTIVO
            ELSE
               MOVE LY-NOME-ENCONTRADO TO WS-PARM-LAYOUT
               MOVE LY-VERSAO-ENCONTRADA TO WS-VERSAO-ORIGEM
               DISPLAY 'CARIMBO.......................: '
                       LY-NOME-ENCONTRADO ' VERSAO ' WS-VERSAO-ORIGEM
               PERFORM P150-LOCALIZAR-VERSAO
            END-IF

            IF WS-OK = 'S' THEN
               EVALUATE TRUE
                  WHEN WS-VERSAO-ORIGEM = WS-VERSAO-CORRENTE
                     DISPLAY 'ARQUIVO JA NA VERSAO CORRENTE - NADA A '
                             'CONVERTER'
                  WHEN WS-VERSAO-ORIGEM > WS-VERSAO-CORRENTE
                     MOVE 'N' TO WS-OK
                     MOVE 'ARQUIVO MAIS NOVO QUE O PROGRAMA'
                       TO WS-MOTIVO
                  WHEN OTHER
                     PERFORM P200-MONTAR-PASSOS
                     IF WS-OK = 'S' THEN
                        PERFORM P300-GERAR-TRABALHO
                     END-IF
                     IF WS-OK = 'S' THEN
                        PERFORM P400-SUBSTITUIR-ARQUIVO
                     END-IF
                     IF WS-OK = 'S' THEN
                        PERFORM P500-CARIMBAR-CONVERTIDO
                     END-IF
               END-EVALUATE
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * VERSAO CORRENTE DO LAYOUT INFORMADO/ENCONTRADO (VERSOES-LAYOUT).
      *-----------------------------------------------------------------
       P150-LOCALIZAR-VERSAO.
            MOVE 0 TO WS-VERSAO-CORRENTE
            MOVE 0 TO WS-IND-VERSAO
            PERFORM VARYING WS-IND-VERSAO FROM 1 BY 1
                    UNTIL WS-IND-VERSAO > 3
               IF WS-VI-LAYOUT (WS-IND-VERSAO) = WS-PARM-LAYOUT THEN
                  MOVE WS-VI-VERSAO (WS-IND-VERSAO)
                    TO WS-VERSAO-CORRENTE
                  MOVE WS-VERSAO-ITEM (WS-IND-VERSAO) TO LY-LAYOUT
               END-IF
            END-PERFORM
            IF WS-VERSAO-CORRENTE = 0 THEN
               MOVE 'N' TO WS-OK
               MOVE 'LAYOUT DESCONHECIDO' TO WS-MOTIVO
            END-IF
            IF WS-PARM-LAYOUT = 'STUDENT-RECORD' THEN
               MOVE 1 TO WS-DESLOCAMENTO
            ELSE
               MOVE 0 TO WS-DESLOCAMENTO
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * UM PASSO POR VERSAO, DA ORIGEM ATE A ANTERIOR A CORRENTE -
      * FALTANDO UM, NADA EH CONVERTIDO.
      *-----------------------------------------------------------------
       P200-MONTAR-PASSOS.
            MOVE 0 TO WS-QTD-APLICAR
            MOVE WS-VERSAO-ORIGEM TO WS-VERSAO-DA-VEZ
            PERFORM WITH TEST BEFORE
                    UNTIL WS-VERSAO-DA-VEZ >= WS-VERSAO-CORRENTE
                       OR WS-OK NOT = 'S'
               PERFORM P210-ACHAR-PASSO
               IF WS-ACHOU = 'S' THEN
                  ADD 1 TO WS-QTD-APLICAR
                  MOVE WS-IND-PASSO TO WS-AP-PASSO (WS-QTD-APLICAR)
                  MOVE WS-PS-TAMANHO-PARA (WS-IND-PASSO)
                    TO WS-TAMANHO-FINAL
                  DISPLAY 'PASSO.........................: VERSAO '
                          WS-VERSAO-DA-VEZ ' ('
                          WS-PS-TAMANHO-DE (WS-IND-PASSO) ') -> ('
                          WS-PS-TAMANHO-PARA (WS-IND-PASSO) ')'
                  ADD 1 TO WS-VERSAO-DA-VEZ
               ELSE
                  MOVE 'N' TO WS-OK
                  MOVE 'PASSO DE CONVERSAO NAO REGISTRADO'
                    TO WS-MOTIVO
               END-IF
            END-PERFORM
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-ACHAR-PASSO.
            MOVE 'N' TO WS-ACHOU
            MOVE 1 TO WS-IND-PASSO
            PERFORM WITH TEST BEFORE
                    UNTIL WS-IND-PASSO > WS-QTD-PASSOS OR WS-ACHOU = 'S'
               IF WS-PS-LAYOUT (WS-IND-PASSO) = WS-PARM-LAYOUT AND
                  WS-PS-VERSAO (WS-IND-PASSO) = WS-VERSAO-DA-VEZ THEN
                  MOVE 'S' TO WS-ACHOU
               ELSE
                  ADD 1 TO WS-IND-PASSO
               END-IF
            END-PERFORM
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * LINHA A LINHA PARA O TRABALHO: CADA PASSO DEIXA EM BRANCO A
      * AREA DO CAMPO NOVO. NO BACKUP DO MESTRE, O RODAPE 'T' PASSA
      * COMO ESTA E LINHA DE OUTRO TIPO RECUSA O ARQUIVO.
      *-----------------------------------------------------------------
       P300-GERAR-TRABALHO.
            MOVE 0 TO WS-QTD-LIDOS
            MOVE 0 TO WS-QTD-GRAVADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT ENTRADA-FILE
            IF FS-ENTRADA NOT = '00' THEN
               MOVE 'N' TO WS-OK
               MOVE 'ARQUIVO NAO ENCONTRADO' TO WS-MOTIVO
            ELSE
               OPEN OUTPUT TRABALHO-FILE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF = 'F' OR WS-OK NOT = 'S'
                  READ ENTRADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P310-CONVERTER-LINHA
                  END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
               CLOSE TRABALHO-FILE
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-CONVERTER-LINHA.
            ADD 1 TO WS-QTD-LIDOS
            MOVE REC-ENTRADA TO REC-TRABALHO
            IF WS-DESLOCAMENTO = 1 AND REC-ENTRADA (1:1) NOT = 'D' THEN
               IF REC-ENTRADA (1:1) NOT = 'T' THEN
                  MOVE 'N' TO WS-OK
                  MOVE 'LINHA QUE NAO EH DE BACKUP DO MESTRE'
                    TO WS-MOTIVO
               END-IF
            ELSE
               PERFORM VARYING WS-IND-APLICAR FROM 1 BY 1
                       UNTIL WS-IND-APLICAR > WS-QTD-APLICAR
                  MOVE WS-AP-PASSO (WS-IND-APLICAR) TO WS-IND-PASSO
                  COMPUTE WS-POS-INICIO =
                          WS-PS-TAMANHO-DE (WS-IND-PASSO) + 1
                          + WS-DESLOCAMENTO
                  COMPUTE WS-QTD-BYTES =
                          WS-PS-TAMANHO-PARA (WS-IND-PASSO)
                          - WS-PS-TAMANHO-DE (WS-IND-PASSO)
                  MOVE SPACES
                    TO REC-TRABALHO (WS-POS-INICIO:WS-QTD-BYTES)
               END-PERFORM
            END-IF
            IF WS-OK = 'S' THEN
               WRITE REC-TRABALHO
               ADD 1 TO WS-QTD-GRAVADOS
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * SUBSTITUI O ORIGINAL PELO TRABALHO JA CONVERTIDO.
      *-----------------------------------------------------------------
       P400-SUBSTITUIR-ARQUIVO.
            MOVE 'N' TO WS-EOF
            OPEN INPUT TRABALHO-FILE
            IF FS-TRABALHO NOT = '00' THEN
               MOVE 'N' TO WS-OK
               MOVE 'TRABALHO DA CONVERSAO NAO ENCONTRADO' TO WS-MOTIVO
            ELSE
               OPEN OUTPUT ENTRADA-FILE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TRABALHO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE REC-TRABALHO TO REC-ENTRADA
                           WRITE REC-ENTRADA
                  END-READ
               END-PERFORM
               CLOSE TRABALHO-FILE
               CLOSE ENTRADA-FILE
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * CARIMBO NA VERSAO CORRENTE (LY-LAYOUT JA MONTADO NO P150). O
      * HISTORICO VIVO TEM O CAMINHO DIRETO REFEITO.
      *-----------------------------------------------------------------
       P500-CARIMBAR-CONVERTIDO.
            MOVE WS-PARM-ARQUIVO TO LY-NOME-ARQUIVO
            MOVE WS-TAMANHO-FINAL TO LY-TAMANHO
            MOVE 'CONVERTER-LAYOUT' TO LY-PROGRAMA
            SET LY-CARIMBAR TO TRUE
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               MOVE 'N' TO WS-OK
               MOVE 'CONVERTIDO MAS SEM CARIMBO NOVO' TO WS-MOTIVO
            ELSE
               DISPLAY 'CONVERTIDO PARA A VERSAO......: '
                       WS-VERSAO-CORRENTE ' (' WS-TAMANHO-FINAL ')'
            END-IF

            IF WS-OK = 'S' AND
               WS-PARM-ARQUIVO = '../../NOTAS-HIST.TXT' THEN
               MOVE 'R' TO WS-OPERACAO-INDICE
               CALL 'INDEXAR-HIST'
                             USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                   WS-SEQ-HIST,
                                   WS-RETORNO-INDEXAR-HIST
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * CARIMBAR: SO ARQUIVO EXISTENTE E SEM CARIMBO, LAYOUT CONHECIDO
      * E VERSAO ENTRE 1 E A CORRENTE. O TAMANHO VEM DA TABELA DE
      * PASSOS (VERSAO CORRENTE = DESTINO DO ULTIMO PASSO).
      *-----------------------------------------------------------------
       P600-CARIMBAR.
            PERFORM P150-LOCALIZAR-VERSAO
            IF WS-OK = 'S' AND (WS-VERSAO-PEDIDA = 0 OR
               WS-VERSAO-PEDIDA > WS-VERSAO-CORRENTE) THEN
               MOVE 'N' TO WS-OK
               MOVE 'VERSAO INVALIDA PARA O LAYOUT' TO WS-MOTIVO
            END-IF

            IF WS-OK = 'S' THEN
               MOVE WS-PARM-ARQUIVO TO LY-NOME-ARQUIVO
               SET LY-LER-CARIMBO TO TRUE
               CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                            WS-RETORNO-LAYOUT
               IF WS-RETORNO-LAYOUT = 0 THEN
                  MOVE 'N' TO WS-OK
                  MOVE 'ARQUIVO JA CARIMBADO - USE CONVERTER'
                    TO WS-MOTIVO
               END-IF
            END-IF

            IF WS-OK = 'S' THEN
               OPEN INPUT ENTRADA-FILE
               IF FS-ENTRADA NOT = '00' THEN
                  MOVE 'N' TO WS-OK
                  MOVE 'ARQUIVO NAO ENCONTRADO' TO WS-MOTIVO
               ELSE
                  CLOSE ENTRADA-FILE
               END-IF
            END-IF

            IF WS-OK = 'S' THEN
               MOVE 0 TO WS-TAMANHO-FINAL
               PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                       UNTIL WS-IND-PASSO > WS-QTD-PASSOS
                  IF WS-PS-LAYOUT (WS-IND-PASSO) = WS-PARM-LAYOUT AND
                     WS-PS-VERSAO (WS-IND-PASSO) = WS-VERSAO-PEDIDA THEN
                     MOVE WS-PS-TAMANHO-DE (WS-IND-PASSO)
                       TO WS-TAMANHO-FINAL
                  END-IF
                  IF WS-PS-LAYOUT (WS-IND-PASSO) = WS-PARM-LAYOUT AND
                     WS-PS-VERSAO (WS-IND-PASSO) + 1 = WS-VERSAO-PEDIDA
                  THEN
                     MOVE WS-PS-TAMANHO-PARA (WS-IND-PASSO)
                       TO WS-TAMANHO-FINAL
                  END-IF
               END-PERFORM

               MOVE WS-PARM-LAYOUT TO LY-NOME-LAYOUT
               MOVE WS-VERSAO-PEDIDA TO LY-VERSAO
               MOVE WS-TAMANHO-FINAL TO LY-TAMANHO
               MOVE 'CONVERTER-LAYOUT' TO LY-PROGRAMA
               SET LY-CARIMBAR TO TRUE
               CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                            WS-RETORNO-LAYOUT
               IF WS-RETORNO-LAYOUT NOT = 0 THEN
                  MOVE 'N' TO WS-OK
                  MOVE 'FALHA AO GRAVAR O CARIMBO' TO WS-MOTIVO
               ELSE
                  DISPLAY 'CARIMBADO.....................: '
                          WS-PARM-LAYOUT ' VERSAO ' WS-VERSAO-PEDIDA
                          ' (' WS-TAMANHO-FINAL ')'
               END-IF
            END-IF
            .
       P600-FIM.
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
       END PROGRAM CONVERTER-LAYOUT.
