      *          DE CHAMADA (CHAMADA.TXT, VEJA CHAMADA-RECORD.CPY) -
      *          EH DAQUI QUE APURAR-FREQUENCIA DERIVA O PERCENTUAL DE
      *          FREQUENCIA COM EVIDENCIA, EM VEZ DO NUMERO DIGITADO.
      *          ALUNO SUSPENSO NA DATA (REGISTRO DE OCORRENCIAS, VEJA
      *          CONSULTAR-SUSPENSAO) EH MARCADO 'S' SEM PERGUNTA.
      *          ALUNO QUE PERDEU A AULA POR ATRASO OU SAIDA
      *          ANTECIPADA REGISTRADA NA PORTARIA (ATRASOS-SAIDAS,
      *          VEJA CONSULTAR-ATRASO-SAIDA) EH MARCADO 'F' SEM
      *          PERGUNTA; SE PERDEU SO PARTE DAS AULAS DA MATERIA NO
      *          DIA, A PERGUNTA VEM COM O AVISO.
      *          NO FIM DA CHAMADA PEDE O CONTEUDO MINISTRADO E A
      *          TAREFA DE CASA (OPCIONAL), UMA VEZ POR TURMA/MATERIA/
      *          DATA, NO REGISTRO DE CONTEUDOS (CONTEUDOS.TXT, VEJA
      *          CONTEUDO-RECORD.CPY) - O DIARIO DE CLASSE OFICIAL
      *          PASSA A TRAZER O QUE FOI DADO EM CADA AULA.
      *          CADA REGISTRO LEVA A UNIDADE ESCOLAR DO ALUNO (A DA
      *          TURMA - VEJA CHAMADA-RECORD.CPY).
      *          AULA DE REPOSICAO PLANEJADA (PLANO-REPOSICAO, VEJA
      *          CONSULTAR-REPOSICAO) EH ACEITA MESMO FORA DO DIA DA
      *          SEMANA DO HORARIO REGULAR DA MATERIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * DA SEMANA DA DATA INFORMADA - CHAMADA DE TERCA LANCADA COMO
      * QUARTA DEIXA DE ENTRAR NO LIVRO. SEM HORARIO CADASTRADO PARA
      * A TURMA/MATERIA (OU SEM O ARQUIVO), SEGUE SEM VALIDACAO
      * (TRANSICAO). A DATA COM REPOSICAO PLANEJADA PARA A TURMA/
      * MATERIA (REPOSICOES.TXT) TAMBEM EH ACEITA.
           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT CONTEUDO-FILE ASSIGN TO
           '../../CONTEUDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTEUDO.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY CHAMADA-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD CONTEUDO-FILE.
           COPY CONTEUDO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-CONTEUDO                 PIC X(02)       VALUE SPACES.
       77 WS-EOF-CONTEUDO             PIC A(01)       VALUE 'N'.
       77 WS-CONTEUDO-EXISTE          PIC 9(01)       VALUE 0.
       77 WS-CONTEUDO-AULA            PIC X(60)       VALUE SPACES.
       77 WS-TAREFA-AULA              PIC X(60)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 WS-EOF-HORARIO              PIC A(01)       VALUE 'N'.
       77 WS-TEM-HORARIO              PIC 9(01)       VALUE 0.
       77 WS-DIA-TEM-AULA             PIC 9(01)       VALUE 0.
       77 WS-DIA-SEMANA-AULA          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-DIA-SEMANA       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-REPOSICAO        PIC 9(01)       VALUE 1.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 WS-RESPOSTA                 PIC X(01)       VALUE SPACE.
       77 WS-QTD-PRESENTES            PIC 9(03)       VALUE 0.
       77 WS-QTD-FALTAS               PIC 9(03)       VALUE 0.
       77 WS-QTD-SUSPENSOS            PIC 9(03)       VALUE 0.
       77 WS-RETORNO-SUSPENSAO        PIC 9(01)       VALUE 0.
       77 WS-RETORNO-ATRASO           PIC 9(01)       VALUE 0.
       77 WS-QTD-AULAS-DIA            PIC 9(01)       VALUE 0.
       77 WS-QTD-AULAS-PERDIDAS       PIC 9(01)       VALUE 0.
       77 WS-DATA-DIA                 PIC 9(02)       VALUE 0.
       77 WS-DATA-MES                 PIC 9(02)       VALUE 0.
       77 WS-DATA-ANO                 PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
           COPY FORMATOS-DATA.
      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P001-CONFERIR-LAYOUTS
            DISPLAY 'REGISTRO DE CHAMADA DIARIA'
            DISPLAY 'TURMA.........................: '
            ACCEPT WS-CD-TURMA-AULA

            PERFORM P100-ACEITAR-DATA-AULA
            PERFORM P150-CONFERIR-HORARIO
            IF WS-TEM-HORARIO = 1 AND WS-DIA-TEM-AULA = 0 THEN
               CALL 'CONSULTAR-REPOSICAO'
                             USING WS-CD-TURMA-AULA,
                                   WS-CD-MATERIA-AULA, WS-DATA-AULA,
                                   WS-RETORNO-REPOSICAO
               IF WS-RETORNO-REPOSICAO = 0 THEN
                  MOVE 1 TO WS-DIA-TEM-AULA
                  DISPLAY 'AULA DE REPOSICAO PLANEJADA NA DATA '
                          '(PLANO-REPOSICAO) - CHAMADA ACEITA'
               END-IF
            END-IF
            IF WS-TEM-HORARIO = 1 AND WS-DIA-TEM-AULA = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* A TURMA/MATERIA NAO TEM AULA NESSE DIA DA  *'
            DISPLAY '***********************************************'
            DISPLAY 'CHAMADA REGISTRADA - PRESENTES: ' WS-QTD-PRESENTES
                    ' FALTAS: ' WS-QTD-FALTAS
                    ' SUSPENSOS: ' WS-QTD-SUSPENSOS

            PERFORM P300-REGISTRAR-CONTEUDO
            STOP RUN.
      *-----------------------------------------------------------------
      * DATA DA AULA VALIDADA PELOS SUBPROGRAMAS COMPARTILHADOS
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * ALUNO COM SUSPENSAO COBRINDO A DATA DA AULA NAO EH
      * PERGUNTADO: SAI 'S' DIRETO NO LIVRO. ALUNO QUE, PELA
      * PORTARIA, PERDEU TODAS AS AULAS DA MATERIA NO DIA SAI 'F'.
      *-----------------------------------------------------------------
       P200-PERGUNTAR-PRESENCA.
            MOVE SPACE TO WS-RESPOSTA
            CALL 'CONSULTAR-SUSPENSAO'
                          USING CD-STUDENT, WS-DATA-AULA,
                                WS-RETORNO-SUSPENSAO
            IF WS-RETORNO-SUSPENSAO = 0 THEN
               DISPLAY CD-STUDENT ' - ' NM-STUDENT
                       ' SUSPENSO NA DATA - MARCADO (S)'
               MOVE 'S' TO WS-RESPOSTA
            ELSE
               CALL 'CONSULTAR-ATRASO-SAIDA'
                             USING CD-STUDENT, WS-CD-TURMA-AULA,
                                   WS-CD-MATERIA-AULA, WS-DATA-AULA,
                                   WS-QTD-AULAS-DIA,
                                   WS-QTD-AULAS-PERDIDAS,
                                   WS-RETORNO-ATRASO
               IF WS-RETORNO-ATRASO = 0 THEN
                  DISPLAY CD-STUDENT ' - ' NM-STUDENT
                          ' ATRASO/SAIDA NA PORTARIA - MARCADO (F)'
                  MOVE 'F' TO WS-RESPOSTA
               ELSE
                  IF WS-RETORNO-ATRASO = 1 THEN
                     DISPLAY '   ATRASO/SAIDA NA PORTARIA: PERDEU '
                             WS-QTD-AULAS-PERDIDAS ' DE '
                             WS-QTD-AULAS-DIA ' AULA(S) DA MATERIA'
                  END-IF
                  DISPLAY CD-STUDENT ' - ' NM-STUDENT
                          ' PRESENTE (P) OU FALTA (F) [P]: '
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA NOT = 'F' THEN
                     MOVE 'P' TO WS-RESPOSTA
                  END-IF
               END-IF
            END-IF

            MOVE WS-CD-TURMA-AULA   TO CH-CD-TURMA
            MOVE WS-CD-MATERIA-AULA TO CH-CD-MATERIA
            MOVE WS-DATA-AULA       TO CH-DATA-AULA
            MOVE CD-STUDENT         TO CH-CD-STUDENT
            MOVE CD-UNIDADE         TO CH-CD-UNIDADE
            MOVE WS-RESPOSTA        TO CH-PRESENCA
            MOVE SPACE              TO CH-TIPO-REGISTRO
            MOVE SPACES             TO CH-OPERADOR-CORRECAO
            WRITE REG-CHAMADA

            EVALUATE WS-RESPOSTA
               WHEN 'F'
                  ADD 1 TO WS-QTD-FALTAS
               WHEN 'S'
                  ADD 1 TO WS-QTD-SUSPENSOS
               WHEN OTHER
                  ADD 1 TO WS-QTD-PRESENTES
            END-EVALUATE
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * CONTEUDO MINISTRADO: UM REGISTRO POR TURMA/MATERIA/DATA. AULA
      * QUE JA TEM CONTEUDO VIVO (CHAMADA REFEITA NO MESMO DIA) NAO
      * GANHA OUTRO - A ALTERACAO EH PELO CORRIGIR-CHAMADA, COM
      * ESTORNO. CONTEUDO EM BRANCO NAO GRAVA NADA, E A AULA SAI
      * APONTADA NA AUDITORIA DE CHAMADA (AUDITAR-CHAMADA).
      *-----------------------------------------------------------------
       P300-REGISTRAR-CONTEUDO.
            PERFORM P310-PROCURAR-CONTEUDO
            IF WS-CONTEUDO-EXISTE = 1 THEN
               DISPLAY 'CONTEUDO DA AULA JA REGISTRADO: '
                       WS-CONTEUDO-AULA
               DISPLAY 'PARA ALTERAR, USE O CORRIGIR-CHAMADA'
            ELSE
               MOVE SPACES TO WS-CONTEUDO-AULA
               MOVE SPACES TO WS-TAREFA-AULA
               DISPLAY 'CONTEUDO MINISTRADO NA AULA...: '
               ACCEPT WS-CONTEUDO-AULA
               IF WS-CONTEUDO-AULA = SPACES THEN
                  DISPLAY 'AULA SEM CONTEUDO REGISTRADO - SERA '
                          'APONTADA NA AUDITORIA DE CHAMADA'
               ELSE
                  DISPLAY 'TAREFA DE CASA (ENTER = NENHUMA): '
                  ACCEPT WS-TAREFA-AULA

                  OPEN EXTEND CONTEUDO-FILE
                  IF FS-CONTEUDO = '35' THEN
                     OPEN OUTPUT CONTEUDO-FILE
                  END-IF
                  MOVE WS-CD-TURMA-AULA   TO CT-CD-TURMA
                  MOVE WS-CD-MATERIA-AULA TO CT-CD-MATERIA
                  MOVE WS-DATA-AULA       TO CT-DATA-AULA
                  MOVE WS-CONTEUDO-AULA   TO CT-CONTEUDO
                  MOVE WS-TAREFA-AULA     TO CT-TAREFA
                  ACCEPT CT-DATA-REGISTRO FROM DATE YYYYMMDD
                  MOVE SPACE              TO CT-TIPO-REGISTRO
                  MOVE SPACES             TO CT-OPERADOR-CORRECAO
                  WRITE REG-CONTEUDO
                  CLOSE CONTEUDO-FILE
                  DISPLAY 'CONTEUDO DA AULA REGISTRADO'
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-PROCURAR-CONTEUDO.
            MOVE 0 TO WS-CONTEUDO-EXISTE
            MOVE 'N' TO WS-EOF-CONTEUDO
            OPEN INPUT CONTEUDO-FILE
            IF FS-CONTEUDO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-CONTEUDO = 'F'
                  READ CONTEUDO-FILE
                       AT END MOVE 'F' TO WS-EOF-CONTEUDO
                       NOT AT END
                           IF CT-CD-TURMA = WS-CD-TURMA-AULA AND
                              CT-CD-MATERIA = WS-CD-MATERIA-AULA AND
                              CT-DATA-AULA = WS-DATA-AULA AND
                              NOT CT-REGISTRO-ESTORNADO THEN
                              MOVE 1 TO WS-CONTEUDO-EXISTE
                              MOVE CT-CONTEUDO TO WS-CONTEUDO-AULA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTEUDO-FILE
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'REGISTRAR-CHAMADA' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA
            .
       P001-FIM.
      *-----------------------------------------------------------------
       P002-CHAMAR-CONFERENCIA.
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P002-FIM.
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
       END PROGRAM REGISTRAR-CHAMADA.
