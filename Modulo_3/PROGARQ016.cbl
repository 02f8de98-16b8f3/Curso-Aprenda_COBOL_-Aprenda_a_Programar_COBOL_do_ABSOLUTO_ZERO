      *          DATA SO AVISA E SEGUE (TRANSICAO). SAO ESTES PRAZOS
      *          QUE PRINCIPAL/IMPORTAR-NOTAS COBRAM NO LANCAMENTO
      *          (VEJA CONSULTAR-PRAZO).
      *          NA TURMA SEMESTRAL (EJA, VEJA TU-REGIME-PERIODO) O
      *          PRAZO EH POR SEMESTRE (1 OU 2) EM VEZ DE BIMESTRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALENDARIO.

      * CADASTRO MESTRE DE TURMAS (VEJA TURMA-RECORD.CPY): O REGIME DE
      * PERIODOS DA TURMA DIZ QUANTOS PERIODOS ELA TEM (P185).
           SELECT TURMA-FILE ASSIGN TO
           '../TURMAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.
       DATA DIVISION.
       FILE SECTION.
       FD PRAZO-FILE.
           COPY PRAZO-RECORD.
       FD CALENDARIO-FILE.
           COPY CALENDARIO-RECORD.
       FD TURMA-FILE.
           COPY TURMA-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-PRAZO                 PIC X(02)  VALUE SPACES.
       77 FS-CALENDARIO            PIC X(02)  VALUE SPACES.
       77 FS-TURMA                 PIC X(02)  VALUE SPACES.
       77 WS-EOF-TURMA             PIC A(01)  VALUE 'N'.
       77 WS-ACHOU-TURMA           PIC 9(01)  VALUE 0.
      * MAIOR PERIODO DA TURMA: 4 BIMESTRES OU 2 SEMESTRES (EJA).
       77 WS-PERIODO-MAXIMO        PIC 9(01)  VALUE 4.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-TURMA-DIGITADA        PIC X(05)  VALUE SPACES.
       01 WS-TABELA-PRAZOS.
           02 WS-PRAZO-ITEM OCCURS 2000 TIMES.
              03 WS-TAB-REG-PRAZO  PIC X(23).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** PRAZOS DE LANCAMENTO POR TURMA/MATERIA ***'
            DISPLAY '1 - INCLUIR/ALTERAR PRAZO'
            ACCEPT WS-MATERIA-DIGITADA
            DISPLAY 'ANO LETIVO (AAAA).............: '
            ACCEPT WS-ANO-DIGITADO
            PERFORM P185-OBTER-REGIME-TURMA
            IF WS-PERIODO-MAXIMO = 2 THEN
               DISPLAY 'SEMESTRE (1 A 2) - TURMA EJA..: '
            ELSE
               DISPLAY 'BIMESTRE (1 A 4)..............: '
            END-IF
            ACCEPT WS-BIMESTRE-DIGITADO
            PERFORM P150-LOCALIZAR-PRAZO
            .
       P180-FIM.
      *-----------------------------------------------------------------
      * TURMA SEMESTRAL TEM DOIS PERIODOS; AS DEMAIS (E TURMA AINDA
      * FORA DO CADASTRO) TEM QUATRO BIMESTRES.
      *-----------------------------------------------------------------
       P185-OBTER-REGIME-TURMA.
            MOVE 4 TO WS-PERIODO-MAXIMO
            MOVE 'N' TO WS-EOF-TURMA
            MOVE 0 TO WS-ACHOU-TURMA
            OPEN INPUT TURMA-FILE
            IF FS-TURMA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-TURMA = 'F'
                       OR WS-ACHOU-TURMA = 1
                  READ TURMA-FILE
                       AT END MOVE 'F' TO WS-EOF-TURMA
                       NOT AT END
                           IF TU-CD-TURMA = WS-TURMA-DIGITADA THEN
                              MOVE 1 TO WS-ACHOU-TURMA
                              IF TU-PERIODO-SEMESTRAL THEN
                                 MOVE 2 TO WS-PERIODO-MAXIMO
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
            END-IF
            .
       P185-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-PRAZO.
            MOVE 0 TO WS-POS-PRAZO
       P200-INCLUIR.
            PERFORM P180-ACEITAR-CHAVE
            IF WS-BIMESTRE-DIGITADO < 1 OR
               WS-BIMESTRE-DIGITADO > WS-PERIODO-MAXIMO OR
               WS-ANO-DIGITADO < 2000 THEN
               DISPLAY 'ANO/PERIODO INVALIDOS - NADA INCLUIDO'
            ELSE
               DISPLAY 'DATA LIMITE (DDMMAAAA)........: '
               ACCEPT WS-LIMITE-DIGITADO
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
       END PROGRAM PROGARQ016.
