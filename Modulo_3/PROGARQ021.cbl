      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE LIVROS DIDATICOS DO PNLD
      *          (LIVROS-DIDATICOS.TXT, VEJA LIVRO-DIDATICO-RECORD.
      *          CPY): INCLUIR/REMOVER/LISTAR OS TITULOS POR SERIE/
      *          MATERIA, COM A MATERIA VALIDADA NA TABELA DE MATERIAS
      *          - MESMO ESTILO DE PROGARQ009 (ARQUIVO EM MEMORIA,
      *          REGRAVADO NA SAIDA). TITULO QUE JA TEM MOVIMENTACAO
      *          (LIVROS-MOVIMENTO.TXT) NAO PODE SER REMOVIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ021.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRO-FILE ASSIGN TO
           '../LIVROS-DIDATICOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIVRO.

           SELECT MOVIMENTO-FILE ASSIGN TO
           '../LIVROS-MOVIMENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMENTO.

           SELECT MATERIA-FILE ASSIGN TO
           '../MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MATERIA.
       DATA DIVISION.
       FILE SECTION.
       FD LIVRO-FILE.
           COPY LIVRO-DIDATICO-RECORD.
       FD MOVIMENTO-FILE.
           COPY LIVRO-MOVIMENTO-RECORD.
       FD MATERIA-FILE.
       01 REC-MATERIA              PIC X(60).
       WORKING-STORAGE SECTION.
       77 FS-LIVRO                 PIC X(02)  VALUE SPACES.
       77 FS-MOVIMENTO             PIC X(02)  VALUE SPACES.
       77 FS-MATERIA               PIC X(02)  VALUE SPACES.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-LIVRO-DIGITADO        PIC X(06)  VALUE SPACES.
       77 WS-CD-MATERIA-LIDO       PIC X(05)  VALUE SPACES.
       77 WS-ACHOU                 PIC 9(01)  VALUE 0.
       77 WS-EM-USO                PIC 9(01)  VALUE 0.
       77 WS-QTD-LIVROS            PIC 9(03)  VALUE 0.
       77 WS-IDX-LIVRO             PIC 9(03)  VALUE 0.
       77 WS-POS-LIVRO             PIC 9(03)  VALUE 0.
       01 WS-TABELA-LIVROS.
           02 WS-LIVRO-ITEM OCCURS 500 TIMES.
              03 WS-TAB-REG-LIVRO  PIC X(53).
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
                     PERFORM P400-REMOVER
                  WHEN 3
                     PERFORM P500-LISTAR
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
            MOVE 0 TO WS-QTD-LIVROS
            OPEN INPUT LIVRO-FILE
            IF FS-LIVRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ LIVRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-LIVROS < 500 THEN
                              ADD 1 TO WS-QTD-LIVROS
                              MOVE REG-LIVRO-DIDATICO TO
                                 WS-TAB-REG-LIVRO (WS-QTD-LIVROS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE LIVRO-FILE
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
            DISPLAY '*** LIVROS DIDATICOS (PNLD) ***'
            DISPLAY '1 - INCLUIR TITULO'
            DISPLAY '2 - REMOVER TITULO'
            DISPLAY '3 - LISTAR TITULOS'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-LIVRO.
            MOVE 0 TO WS-POS-LIVRO
            PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                    UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS
               MOVE WS-TAB-REG-LIVRO (WS-IDX-LIVRO)
                 TO REG-LIVRO-DIDATICO
               IF LD-CD-LIVRO = WS-LIVRO-DIGITADO THEN
                  MOVE WS-IDX-LIVRO TO WS-POS-LIVRO
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            DISPLAY 'CODIGO DO TITULO..............: '
            ACCEPT WS-LIVRO-DIGITADO
            PERFORM P150-LOCALIZAR-LIVRO

            IF WS-LIVRO-DIGITADO = SPACES THEN
               DISPLAY 'CODIGO EM BRANCO - NADA INCLUIDO'
            ELSE
               IF WS-POS-LIVRO > 0 THEN
                  DISPLAY 'TITULO JA CADASTRADO'
               ELSE
                  IF WS-QTD-LIVROS >= 500 THEN
                     DISPLAY 'CADASTRO DE TITULOS LOTADO'
                  ELSE
                     INITIALIZE REG-LIVRO-DIDATICO
                     MOVE WS-LIVRO-DIGITADO TO LD-CD-LIVRO
                     DISPLAY 'TITULO........................: '
                     ACCEPT LD-TITULO
                     PERFORM WITH TEST AFTER
                             UNTIL LD-SERIE >= 1 AND LD-SERIE <= 12
                        DISPLAY 'SERIE (1 A 12)................: '
                        ACCEPT LD-SERIE
                     END-PERFORM
                     DISPLAY 'CODIGO DA MATERIA.............: '
                     ACCEPT LD-CD-MATERIA
                     PERFORM P250-CONFERIR-MATERIA
                     IF WS-ACHOU NOT = 1 THEN
                        DISPLAY 'MATERIA NAO CADASTRADA EM '
                                'MATERIAS.TXT - NADA INCLUIDO'
                     ELSE
                        ADD 1 TO WS-QTD-LIVROS
                        MOVE REG-LIVRO-DIDATICO
                          TO WS-TAB-REG-LIVRO (WS-QTD-LIVROS)
                        DISPLAY 'TITULO INCLUIDO COM SUCESSO'
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P250-CONFERIR-MATERIA.
            MOVE 0 TO WS-ACHOU
            MOVE 'N' TO WS-EOF
            OPEN INPUT MATERIA-FILE
            IF FS-MATERIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                       OR WS-ACHOU = 1
                  READ MATERIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           UNSTRING REC-MATERIA DELIMITED BY ','
                                    INTO WS-CD-MATERIA-LIDO
                           END-UNSTRING
                           IF WS-CD-MATERIA-LIDO = LD-CD-MATERIA THEN
                              MOVE 1 TO WS-ACHOU
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MATERIA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * TITULO JA ENTREGUE/DEVOLVIDO FICA - REMOVER DEIXARIA
      * MOVIMENTACAO APONTANDO PARA TITULO QUE NAO EXISTE.
      *-----------------------------------------------------------------
       P300-CONFERIR-USO.
            MOVE 0 TO WS-EM-USO
            MOVE 'N' TO WS-EOF
            OPEN INPUT MOVIMENTO-FILE
            IF FS-MOVIMENTO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                       OR WS-EM-USO = 1
                  READ MOVIMENTO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF LM-CD-LIVRO = WS-LIVRO-DIGITADO THEN
                              MOVE 1 TO WS-EM-USO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-REMOVER.
            DISPLAY 'CODIGO DO TITULO..............: '
            ACCEPT WS-LIVRO-DIGITADO
            PERFORM P150-LOCALIZAR-LIVRO

            IF WS-POS-LIVRO = 0 THEN
               DISPLAY 'TITULO NAO ENCONTRADO'
            ELSE
               PERFORM P300-CONFERIR-USO
               IF WS-EM-USO = 1 THEN
                  DISPLAY 'TITULO COM ENTREGAS REGISTRADAS - NAO PODE '
                          'SER REMOVIDO'
               ELSE
                  PERFORM VARYING WS-IDX-LIVRO FROM WS-POS-LIVRO BY 1
                          UNTIL WS-IDX-LIVRO >= WS-QTD-LIVROS
                     MOVE WS-TAB-REG-LIVRO (WS-IDX-LIVRO + 1)
                       TO WS-TAB-REG-LIVRO (WS-IDX-LIVRO)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-QTD-LIVROS
                  DISPLAY 'TITULO REMOVIDO COM SUCESSO'
               END-IF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'CODIGO TITULO                                   '
                    'SERIE MATERIA'
            PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                    UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS
               MOVE WS-TAB-REG-LIVRO (WS-IDX-LIVRO)
                 TO REG-LIVRO-DIDATICO
               DISPLAY LD-CD-LIVRO ' ' LD-TITULO ' ' LD-SERIE
                       '    ' LD-CD-MATERIA
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT LIVRO-FILE
            PERFORM VARYING WS-IDX-LIVRO FROM 1 BY 1
                    UNTIL WS-IDX-LIVRO > WS-QTD-LIVROS
               MOVE WS-TAB-REG-LIVRO (WS-IDX-LIVRO)
                 TO REG-LIVRO-DIDATICO
               WRITE REG-LIVRO-DIDATICO
            END-PERFORM
            CLOSE LIVRO-FILE
            DISPLAY 'CADASTRO GRAVADO: ' WS-QTD-LIVROS ' TITULO(S)'
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
       END PROGRAM PROGARQ021.
