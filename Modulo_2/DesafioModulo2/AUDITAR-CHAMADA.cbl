      *          CUJO DIA DA SEMANA TEM AULA NO HORARIO ENTRAM NO
      *          DENOMINADOR ESPERADO - SEM HORARIO, TODO DIA LETIVO
      *          CONTA (TRANSICAO).
      *          AULA COM CHAMADA E SEM CONTEUDO MINISTRADO VIVO NO
      *          REGISTRO DE CONTEUDOS (CONTEUDOS.TXT, VEJA
      *          CONTEUDO-RECORD.CPY) TAMBEM SAI NO RELATORIO - O
      *          DIARIO DE CLASSE OFICIAL FICARIA COM A AULA EM BRANCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT CONTEUDO-FILE ASSIGN TO
           '../../CONTEUDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTEUDO.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../AUDITORIA-CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CHAMADA-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD CONTEUDO-FILE.
           COPY CONTEUDO-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-ATRIBUICAO               PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 FS-CONTEUDO                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * DIAS LETIVOS DO CALENDARIO (UM ANO TEM ~200; 300 FOLGA).
      * ATRIBUICOES (TURMA/MATERIA/PROFESSOR) COM A GRADE DE MARCAS:
      * UMA MARCA POR DIA LETIVO DIZENDO SE AQUELA TURMA/MATERIA TEM
      * CHAMADA NAQUELA DATA ('S') - A MATRIZ EH PREENCHIDA EM UMA
      * UNICA PASSADA SOBRE O LIVRO. A PASSADA SOBRE OS CONTEUDOS
      * TROCA O 'S' POR 'C' (CHAMADA E CONTEUDO REGISTRADOS).
       77 WS-QTD-ATRIBUICOES          PIC 9(03)       VALUE 0.
       77 WS-IDX-ATR                  PIC 9(03)       VALUE 0.
       77 WS-POS-ATR                  PIC 9(03)       VALUE 0.
       77 WS-DIA-SEMANA-AULA          PIC 9(01)       VALUE 0.
       77 WS-QTD-FALTANTES            PIC 9(05)       VALUE 0.
       77 WS-QTD-ESPERADAS            PIC 9(07)       VALUE 0.
       77 WS-QTD-SEM-CONTEUDO         PIC 9(05)       VALUE 0.
           COPY FORMATOS-DATA.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'AUDITORIA DE AULAS SEM CHAMADA REGISTRADA'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            SET FORMATO-AAAAMMDD TO TRUE

            PERFORM P250-CARREGAR-HORARIOS
            PERFORM P300-MARCAR-CHAMADAS
            PERFORM P350-MARCAR-CONTEUDOS
            PERFORM P400-RELATAR-FALTANTES

            DISPLAY 'RELATORIO GERADO: AUDITORIA-CHAMADA.TXT'
                    WS-QTD-ESPERADAS
            DISPLAY 'CHAMADAS FALTANTES............: '
                    WS-QTD-FALTANTES
            DISPLAY 'AULAS COM CHAMADA SEM CONTEUDO: '
                    WS-QTD-SEM-CONTEUDO
            IF WS-ESTOURO-TABELAS = 'S' THEN
               DISPLAY '*** ATENCAO: TABELAS ESTOURARAM (300 DIAS/'
                       '500 ATRIBUICOES) - AUDITORIA INCOMPLETA ***'
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * UMA PASSADA NOS CONTEUDOS: O REGISTRO VIVO DE UMA AULA COM
      * CHAMADA MARCA A CELULA 'C'. CONTEUDO SEM CHAMADA NAO COBRE A
      * CHAMADA QUE FALTA - A CELULA FICA COMO ESTAVA.
      *-----------------------------------------------------------------
       P350-MARCAR-CONTEUDOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT CONTEUDO-FILE
            IF FS-CONTEUDO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CONTEUDO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NOT CT-REGISTRO-ESTORNADO THEN
                              PERFORM P360-MARCAR-CONTEUDO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTEUDO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P350-FIM.
      *-----------------------------------------------------------------
       P360-MARCAR-CONTEUDO.
            MOVE 0 TO WS-POS-ATR
            PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                    UNTIL WS-IDX-ATR > WS-QTD-ATRIBUICOES
                       OR WS-POS-ATR > 0
               IF WS-ATR-TURMA (WS-IDX-ATR) = CT-CD-TURMA AND
                  WS-ATR-MATERIA (WS-IDX-ATR) = CT-CD-MATERIA THEN
                  MOVE WS-IDX-ATR TO WS-POS-ATR
               END-IF
            END-PERFORM

            IF WS-POS-ATR > 0 THEN
               MOVE 0 TO WS-POS-DIA
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > WS-QTD-DIAS
                          OR WS-POS-DIA > 0
                  IF WS-DIA-DDMM (WS-IDX-DIA) = CT-DATA-AULA THEN
                     MOVE WS-IDX-DIA TO WS-POS-DIA
                  END-IF
               END-PERFORM
               IF WS-POS-DIA > 0 THEN
                  IF WS-ATR-MARCA (WS-POS-ATR, WS-POS-DIA) = 'S' THEN
                     MOVE 'C' TO WS-ATR-MARCA (WS-POS-ATR, WS-POS-DIA)
                  END-IF
               END-IF
            END-IF
            .
       P360-FIM.
      *-----------------------------------------------------------------
      * RELATORIO: CADA CELULA ESPERADA E NAO COBERTA VIRA UMA LINHA
      * COM O ENVELHECIMENTO; OS TOTAIS SAEM POR ATRIBUICAO E POR
      * PROFESSOR.
      *-----------------------------------------------------------------
       P400-RELATAR-FALTANTES.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'AULAS SEM CHAMADA REGISTRADA - EMITIDO EM '
                   WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'AULAS COM CHAMADA E SEM CONTEUDO REGISTRADO: '
                   WS-QTD-SEM-CONTEUDO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            .
       P400-FIM.
                  WS-ATR-DIA-AULA (WS-IDX-ATR,
                     WS-DIA-SEMANA (WS-IDX-DIA)) = 'S' THEN
                  ADD 1 TO WS-QTD-ESPERADAS
                  IF WS-ATR-MARCA (WS-IDX-ATR, WS-IDX-DIA) = 'N' THEN
                     PERFORM P420-RELATAR-FALTANTE
                  END-IF
               END-IF
      * AULA DADA (MESMO FORA DO HORARIO) SEM CONTEUDO: SEMPRE SAI.
               IF WS-ATR-MARCA (WS-IDX-ATR, WS-IDX-DIA) = 'S' THEN
                  PERFORM P430-RELATAR-SEM-CONTEUDO
               END-IF
            END-PERFORM
            .
       P410-FIM.
            .
       P420-FIM.
      *-----------------------------------------------------------------
       P430-RELATAR-SEM-CONTEUDO.
            ADD 1 TO WS-QTD-SEM-CONTEUDO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMA ' WS-ATR-TURMA (WS-IDX-ATR)
                   ' MATERIA ' WS-ATR-MATERIA (WS-IDX-ATR)
                   ' DATA ' WS-DIA-DDMM (WS-IDX-DIA)
                   ' COM CHAMADA E SEM CONTEUDO - PROF '
                   WS-ATR-PROFESSOR (WS-IDX-ATR)
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P430-FIM.
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
       END PROGRAM AUDITAR-CHAMADA.
