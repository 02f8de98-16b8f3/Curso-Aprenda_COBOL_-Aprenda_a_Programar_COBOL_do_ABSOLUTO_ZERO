      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS PARTICOES DO LOTE DE FIM DE PERIODO
      *          (PARTICOES-LOTE.TXT, VEJA PARTICAO-LOTE-RECORD.CPY):
      *          INCLUIR/ALTERAR/REMOVER/LISTAR - MESMO ESTILO DE
      *          PROGARQ005/025 (ARQUIVO EM MEMORIA, REGRAVADO NA
      *          SAIDA). TODAS AS PARTICOES SAO DO MESMO TIPO (FAIXA
      *          DE TURMAS OU FAIXA DE CD-STUDENT) E AS FAIXAS NAO SE
      *          SOBREPOEM - ALUNO EM DUAS PARTICOES SAIRIA EM
      *          DOBRO NA CONSOLIDACAO. O COORDENADOR RESPONSAVEL TEM
      *          QUE ESTAR ATIVO NO CADASTRO DE OPERADORES COM PERFIL
      *          'C' OU 'A' (O LOTE DA PARTICAO RODA EM NOME DELE).
      *          A OPCAO 5 LIBERA A TRAVA VELHA DE UMA PARTICAO QUE
      *          MORREU SEM LIBERAR (TRAVA-GRAVACAO-PNN.TXT) - A
      *          PARTICAO RODA SEM NINGUEM NO TERMINAL E NAO TEM A
      *          QUEM PERGUNTAR SE FORCA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICAO-FILE ASSIGN TO
           '../PARTICOES-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTICAO.

           SELECT OPERADOR-FILE ASSIGN TO
           '../OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

           SELECT TRAVA-PARTICAO-FILE ASSIGN TO DYNAMIC
           WS-NOME-TRAVA-PARTICAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVA-PARTICAO.
       DATA DIVISION.
       FILE SECTION.
       FD PARTICAO-FILE.
           COPY PARTICAO-LOTE-RECORD.
       FD OPERADOR-FILE.
           COPY OPERADOR-RECORD.
       FD TRAVA-PARTICAO-FILE.
           COPY TRAVA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-PARTICAO              PIC X(02)  VALUE SPACES.
       77 FS-OPERADOR              PIC X(02)  VALUE SPACES.
       77 FS-TRAVA-PARTICAO        PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-NR-DIGITADO           PIC 9(02)  VALUE 0.
       77 WS-QTD-PARTICOES         PIC 9(02)  VALUE 0.
       77 WS-IDX-PL                PIC 9(02)  VALUE 0.
       77 WS-POS-PL                PIC 9(02)  VALUE 0.
      * O ORQUESTRADOR DISPARA TODAS AS PARTICOES NUMA LINHA DE
      * COMANDO SO - 20 CABEM NELA.
       77 WS-MAX-PARTICOES         PIC 9(02)  VALUE 20.
       01 WS-TABELA-PARTICOES.
           02 WS-PL-ITEM OCCURS 20 TIMES.
              03 WS-TAB-REG-PARTICAO PIC X(23).
      * REGISTRO EM EDICAO - CONFERIDO CONTRA A TABELA ANTES DE ENTRAR
      * NELA (REG-PARTICAO EH REAPROVEITADO NA VARREDURA).
       01 WS-PARTICAO-NOVA.
           03 WS-PN-NR-PARTICAO    PIC 9(02).
           03 WS-PN-TIPO           PIC X(01).
           03 WS-PN-INICIO         PIC X(05).
           03 WS-PN-FIM            PIC X(05).
           03 WS-PN-OPERADOR       PIC X(10).
       77 WS-FAIXA-INICIO-NUM      PIC 9(05)  VALUE 0.
       77 WS-FAIXA-FIM-NUM         PIC 9(05)  VALUE 0.
       77 WS-DADOS-OK              PIC X(01)  VALUE 'S'.
       77 WS-PERFIL-ACHADO         PIC X(01)  VALUE SPACE.
       77 WS-NOME-TRAVA-PARTICAO   PIC X(40)  VALUE SPACES.
       77 WS-CONFIRMA              PIC X(01)  VALUE 'N'.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-INCLUIR
                  WHEN 2
                     PERFORM P300-ALTERAR
                  WHEN 3
                     PERFORM P400-REMOVER
                  WHEN 4
                     PERFORM P500-LISTAR
                  WHEN 5
                     PERFORM P600-LIBERAR-TRAVA
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            PERFORM P900-REGRAVAR-CADASTRO
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-CADASTRO.
            MOVE 0 TO WS-QTD-PARTICOES
            OPEN INPUT PARTICAO-FILE
            IF FS-PARTICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARTICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PARTICOES < WS-MAX-PARTICOES
                              THEN
                              ADD 1 TO WS-QTD-PARTICOES
                              MOVE REG-PARTICAO TO
                                 WS-TAB-REG-PARTICAO (WS-QTD-PARTICOES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PARTICAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** PARTICOES DO LOTE DE FIM DE PERIODO ***'
            DISPLAY '1 - INCLUIR PARTICAO'
            DISPLAY '2 - ALTERAR PARTICAO'
            DISPLAY '3 - REMOVER PARTICAO'
            DISPLAY '4 - LISTAR PARTICOES'
            DISPLAY '5 - LIBERAR TRAVA DE PARTICAO (EXECUCAO MORTA)'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-PARTICAO.
            MOVE 0 TO WS-POS-PL
            PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                    UNTIL WS-IDX-PL > WS-QTD-PARTICOES
               MOVE WS-TAB-REG-PARTICAO (WS-IDX-PL) TO REG-PARTICAO
               IF PL-NR-PARTICAO = WS-NR-DIGITADO THEN
                  MOVE WS-IDX-PL TO WS-POS-PL
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            DISPLAY 'NUMERO DA PARTICAO (01-99)....: '
            ACCEPT WS-NR-DIGITADO
            PERFORM P150-LOCALIZAR-PARTICAO

            IF WS-NR-DIGITADO = 0 THEN
               DISPLAY 'NUMERO INVALIDO - NADA INCLUIDO'
            ELSE
               IF WS-POS-PL > 0 THEN
                  DISPLAY 'JA EXISTE PARTICAO COM ESSE NUMERO'
               ELSE
                  IF WS-QTD-PARTICOES >= WS-MAX-PARTICOES THEN
                     DISPLAY 'LIMITE DE ' WS-MAX-PARTICOES
                             ' PARTICOES ATINGIDO'
                  ELSE
                     INITIALIZE WS-PARTICAO-NOVA
                     MOVE WS-NR-DIGITADO TO WS-PN-NR-PARTICAO
                     PERFORM P250-ACEITAR-DADOS
                     IF WS-DADOS-OK = 'S' THEN
                        ADD 1 TO WS-QTD-PARTICOES
                        MOVE WS-PARTICAO-NOVA TO
                             WS-TAB-REG-PARTICAO (WS-QTD-PARTICOES)
                        DISPLAY 'PARTICAO INCLUIDA COM SUCESSO'
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * TIPO, FAIXA E COORDENADOR - SO ENTRA NA TABELA SE PASSAR EM
      * TODAS AS CONFERENCIAS (WS-DADOS-OK).
      *-----------------------------------------------------------------
       P250-ACEITAR-DADOS.
            MOVE 'S' TO WS-DADOS-OK
            DISPLAY 'TIPO (T = FAIXA DE TURMAS, F = FAIXA DE '
                    'CD-STUDENT): '
            ACCEPT WS-PN-TIPO
            EVALUATE WS-PN-TIPO
               WHEN 'T'
                  DISPLAY 'TURMA INICIAL (INCLUSIVE).....: '
                  ACCEPT WS-PN-INICIO
                  DISPLAY 'TURMA FINAL (INCLUSIVE).......: '
                  ACCEPT WS-PN-FIM
               WHEN 'F'
                  DISPLAY 'CD-STUDENT INICIAL (INCLUSIVE): '
                  ACCEPT WS-FAIXA-INICIO-NUM
                  DISPLAY 'CD-STUDENT FINAL (INCLUSIVE)..: '
                  ACCEPT WS-FAIXA-FIM-NUM
                  MOVE WS-FAIXA-INICIO-NUM TO WS-PN-INICIO
                  MOVE WS-FAIXA-FIM-NUM TO WS-PN-FIM
               WHEN OTHER
                  DISPLAY 'TIPO INVALIDO'
                  MOVE 'N' TO WS-DADOS-OK
            END-EVALUATE

            IF WS-DADOS-OK = 'S' THEN
               IF WS-PN-INICIO = SPACES OR WS-PN-FIM = SPACES OR
                  WS-PN-INICIO > WS-PN-FIM THEN
                  DISPLAY 'FAIXA INVALIDA (INICIO MAIOR QUE O FIM '
                          'OU EM BRANCO)'
                  MOVE 'N' TO WS-DADOS-OK
               END-IF
            END-IF

            IF WS-DADOS-OK = 'S' THEN
               PERFORM P260-CONFERIR-SOBREPOSICAO
            END-IF

            IF WS-DADOS-OK = 'S' THEN
               DISPLAY 'COORDENADOR RESPONSAVEL.......: '
               ACCEPT WS-PN-OPERADOR
               PERFORM P270-CONFERIR-COORDENADOR
            END-IF

            IF WS-DADOS-OK = 'N' THEN
               DISPLAY 'PARTICAO NAO GRAVADA'
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * AS DEMAIS PARTICOES (MENOS A PROPRIA, NA ALTERACAO): MESMO TIPO
      * E NENHUMA FAIXA CRUZANDO A NOVA. FAIXA DE CD-STUDENT EH
      * GRAVADA COM OS ZEROS A ESQUERDA, ENTAO A COMPARACAO DE TEXTO
      * VALE PARA OS DOIS TIPOS.
      *-----------------------------------------------------------------
       P260-CONFERIR-SOBREPOSICAO.
            PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                    UNTIL WS-IDX-PL > WS-QTD-PARTICOES
               MOVE WS-TAB-REG-PARTICAO (WS-IDX-PL) TO REG-PARTICAO
               IF PL-NR-PARTICAO NOT = WS-PN-NR-PARTICAO THEN
                  IF PL-TIPO NOT = WS-PN-TIPO THEN
                     DISPLAY 'PARTICAO ' PL-NR-PARTICAO ' EH DO TIPO '
                             PL-TIPO ' - TODAS TEM QUE SER DO MESMO '
                             'TIPO'
                     MOVE 'N' TO WS-DADOS-OK
                  ELSE
                     IF WS-PN-INICIO <= PL-FIM AND
                        PL-INICIO <= WS-PN-FIM THEN
                        DISPLAY 'FAIXA CRUZA A DA PARTICAO '
                                PL-NR-PARTICAO ' (' PL-INICIO ' A '
                                PL-FIM ')'
                        MOVE 'N' TO WS-DADOS-OK
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * SEM O CADASTRO DE OPERADORES AINDA, ACEITA (MESMA TRANSICAO DO
      * VALIDAR-OPERADOR, QUE SEGUE COMO ADMIN).
      *-----------------------------------------------------------------
       P270-CONFERIR-COORDENADOR.
            MOVE SPACE TO WS-PERFIL-ACHADO
            MOVE 'N' TO WS-EOF
            OPEN INPUT OPERADOR-FILE
            IF FS-OPERADOR NOT = '00' THEN
               MOVE 'A' TO WS-PERFIL-ACHADO
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ OPERADOR-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF OP-CD-OPERADOR = WS-PN-OPERADOR AND
                              OP-ATIVO = 'A' THEN
                              MOVE OP-PERFIL TO WS-PERFIL-ACHADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-PERFIL-ACHADO NOT = 'C' AND
               WS-PERFIL-ACHADO NOT = 'A' THEN
               DISPLAY 'OPERADOR INEXISTENTE, DESATIVADO OU SEM PERFIL '
                       'DE COORDENADOR/ADMIN'
               MOVE 'N' TO WS-DADOS-OK
            END-IF
            .
       P270-FIM.
      *-----------------------------------------------------------------
       P300-ALTERAR.
            DISPLAY 'NUMERO DA PARTICAO A ALTERAR..: '
            ACCEPT WS-NR-DIGITADO
            PERFORM P150-LOCALIZAR-PARTICAO

            IF WS-POS-PL = 0 THEN
               DISPLAY 'PARTICAO NAO ENCONTRADA'
            ELSE
               MOVE WS-TAB-REG-PARTICAO (WS-POS-PL) TO WS-PARTICAO-NOVA
               PERFORM P250-ACEITAR-DADOS
               IF WS-DADOS-OK = 'S' THEN
                  MOVE WS-PARTICAO-NOVA TO
                       WS-TAB-REG-PARTICAO (WS-POS-PL)
                  DISPLAY 'PARTICAO ALTERADA COM SUCESSO'
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * A PARTICAO REMOVIDA DEIXA DE RODAR E DE SER CONSOLIDADA - AS
      * SAIDAS DELA AINDA NAO CONSOLIDADAS FICAM NO DISCO (RODE O
      * CONSOLIDAR-PARTICOES ANTES DE REMOVER).
      *-----------------------------------------------------------------
       P400-REMOVER.
            DISPLAY 'NUMERO DA PARTICAO A REMOVER..: '
            ACCEPT WS-NR-DIGITADO
            PERFORM P150-LOCALIZAR-PARTICAO

            IF WS-POS-PL = 0 THEN
               DISPLAY 'PARTICAO NAO ENCONTRADA'
            ELSE
               PERFORM VARYING WS-IDX-PL FROM WS-POS-PL BY 1
                       UNTIL WS-IDX-PL >= WS-QTD-PARTICOES
                  MOVE WS-TAB-REG-PARTICAO (WS-IDX-PL + 1)
                    TO WS-TAB-REG-PARTICAO (WS-IDX-PL)
               END-PERFORM
               SUBTRACT 1 FROM WS-QTD-PARTICOES
               DISPLAY 'PARTICAO REMOVIDA COM SUCESSO'
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'NR TP INICIO FIM   COORDENADOR'
            PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                    UNTIL WS-IDX-PL > WS-QTD-PARTICOES
               MOVE WS-TAB-REG-PARTICAO (WS-IDX-PL) TO REG-PARTICAO
               DISPLAY PL-NR-PARTICAO ' ' PL-TIPO '  '
                       PL-INICIO '  ' PL-FIM ' ' PL-OPERADOR
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * TRAVA VELHA DE PARTICAO (EXECUCAO QUE MORREU SEM LIBERAR):
      * MOSTRA O DETENTOR E, CONFIRMADO, REGRAVA O ARQUIVO VAZIO -
      * MESMO ESTADO DE "TRAVA LIVRE" DO LIBERAR-TRAVA-PARTICAO.
      *-----------------------------------------------------------------
       P600-LIBERAR-TRAVA.
            DISPLAY 'NUMERO DA PARTICAO............: '
            ACCEPT WS-NR-DIGITADO
            MOVE SPACES TO WS-NOME-TRAVA-PARTICAO
            STRING '../TRAVA-GRAVACAO-P' WS-NR-DIGITADO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-TRAVA-PARTICAO
            END-STRING

            MOVE SPACES TO REG-TRAVA
            OPEN INPUT TRAVA-PARTICAO-FILE
            IF FS-TRAVA-PARTICAO = '00' THEN
               READ TRAVA-PARTICAO-FILE
                    AT END MOVE SPACES TO REG-TRAVA
               END-READ
               CLOSE TRAVA-PARTICAO-FILE
            END-IF

            IF REG-TRAVA = SPACES THEN
               DISPLAY 'TRAVA DA PARTICAO ' WS-NR-DIGITADO ' JA LIVRE'
            ELSE
               DISPLAY 'TRAVA TOMADA POR ' TV-PROGRAMA ' (' TV-OPERADOR
                       ') DESDE ' TV-DATA ' ' TV-HORA
               DISPLAY 'CONFIRMA QUE A EXECUCAO MORREU E LIBERA (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' THEN
                  OPEN OUTPUT TRAVA-PARTICAO-FILE
                  CLOSE TRAVA-PARTICAO-FILE
                  DISPLAY 'TRAVA LIBERADA - A PARTICAO RETOMA DO '
                          'CHECKPOINT DELA'
               END-IF
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT PARTICAO-FILE
            PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                    UNTIL WS-IDX-PL > WS-QTD-PARTICOES
               MOVE WS-TAB-REG-PARTICAO (WS-IDX-PL) TO REG-PARTICAO
               WRITE REG-PARTICAO
            END-PERFORM
            CLOSE PARTICAO-FILE
            DISPLAY 'CADASTRO DE PARTICOES GRAVADO: '
                    WS-QTD-PARTICOES ' PARTICAO(OES)'
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
       END PROGRAM PROGARQ026.
