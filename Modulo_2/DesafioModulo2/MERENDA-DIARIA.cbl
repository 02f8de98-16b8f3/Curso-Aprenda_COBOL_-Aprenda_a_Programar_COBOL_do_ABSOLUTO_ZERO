      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONTAGEM DIARIA DA MERENDA, RODADA DEPOIS DA CHAMADA
      *          DA MANHA: PARA CADA TURMA ATIVA (TURMAS.TXT), OS
      *          ALUNOS PRESENTES NO DIA SEGUNDO O LIVRO DE CHAMADA
      *          (CHAMADA.TXT - ALUNO COM 'P' EM QUALQUER AULA DO DIA
      *          CONTA UMA VEZ; ESTORNADOS FICAM FORA) E O TOTAL DE
      *          REFEICOES DO DIA PARA A COZINHA. TURMA AINDA SEM
      *          CHAMADA NO DIA SAI MARCADA 'ESTIMADO': OS MATRICULADOS
      *          ATIVOS DELA VEZES A TAXA DE PRESENCA DAS TURMAS QUE JA
      *          FIZERAM CHAMADA (ARREDONDADO PARA CIMA; SEM NENHUMA
      *          CHAMADA NO DIA, TODOS OS MATRICULADOS). DIA DA
      *          CONTAGEM (DDMMAAAA) = PARAMETRO DE EXECUCAO, PADRAO
      *          HOJE; DIA NAO LETIVO NO CALENDARIO SO GERA AVISO.
      *          SAIDA: MERENDA-DIARIA.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERENDA-DIARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO
           '../../TURMAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../MERENDA-DIARIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TURMA-FILE.
           COPY TURMA-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-TURMA                    PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * DIA DA CONTAGEM (DDMMAAAA): PARAMETRO DE EXECUCAO (ACCEPT FROM
      * COMMAND-LINE, PADRAO DOS LOTES) - AUSENTE/INVALIDO VALE HOJE.
       77 WS-PARM-DATA                PIC X(10)       VALUE SPACES.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       01 WS-DATA-CONTAGEM            PIC 9(08)       VALUE 0.
       01 WS-DATA-CONTAGEM-RED REDEFINES WS-DATA-CONTAGEM.
           03 WS-CONTAGEM-DIA         PIC 9(02).
           03 WS-CONTAGEM-MES         PIC 9(02).
           03 WS-CONTAGEM-ANO         PIC 9(04).
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
           COPY FORMATOS-DATA.
       77 WS-TIPO-DIA                 PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-CALENDARIO       PIC 9(01)       VALUE 0.
      * TURMAS ATIVAS COM OS CONTADORES DO DIA.
       77 WS-QTD-TURMAS               PIC 9(03)       VALUE 0.
       77 WS-IDX-TURMA                PIC 9(03)       VALUE 0.
       77 WS-POS-TURMA                PIC 9(03)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-TURMAS.
           02 WS-TURMA-ITEM OCCURS 200 TIMES.
              03 WS-TB-CD-TURMA       PIC X(05).
              03 WS-TB-SERIE          PIC 9(02).
              03 WS-TB-MATRICULADOS   PIC 9(04).
              03 WS-TB-PRESENTES      PIC 9(04).
              03 WS-TB-TEVE-CHAMADA   PIC X(01).
              03 WS-TB-REFEICOES      PIC 9(04).
      * ALUNO JA CONTADO NO DIA (UMA MARCA POR CODIGO DE ALUNO): QUEM
      * TEM CHAMADA EM VARIAS AULAS SO COME UMA VEZ.
       01 WS-TABELA-CONTADOS.
           02 WS-CONTADO OCCURS 99999 TIMES PIC X(01).
       77 WS-TOTAL-MATRIC-CHAMADA     PIC 9(05)       VALUE 0.
       77 WS-TOTAL-PRESENTES          PIC 9(05)       VALUE 0.
       77 WS-TOTAL-ESTIMADOS          PIC 9(05)       VALUE 0.
       77 WS-TOTAL-REFEICOES          PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-CHAMADA          PIC 9(03)       VALUE 0.
       77 WS-QTD-FORA-CADASTRO        PIC 9(05)       VALUE 0.
       77 WS-ESTIMATIVA               PIC 9(05)       VALUE 0.
       77 WS-PRODUTO                  PIC 9(09)       VALUE 0.
       77 WS-RESTO                    PIC 9(05)       VALUE 0.
       77 WS-TURMA-PROCURADA          PIC X(05)       VALUE SPACES.
       77 WS-SITUACAO-TURMA           PIC X(12)       VALUE SPACES.
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
            DISPLAY 'MERENDA - CONTAGEM DIARIA DE REFEICOES'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            PERFORM P050-DEFINIR-DIA
            DISPLAY 'DIA DA CONTAGEM...............: ' WS-DATA-CONTAGEM

            CALL 'CONSULTAR-CALENDARIO'
                          USING WS-DATA-CONTAGEM, WS-TIPO-DIA,
                                WS-RETORNO-CALENDARIO
            EVALUATE TRUE
               WHEN WS-RETORNO-CALENDARIO NOT = 0
                  DISPLAY 'AVISO: O DIA NAO CONSTA DO CALENDARIO '
                          'ESCOLAR (PROGARQ011)'
               WHEN WS-TIPO-DIA NOT = 'L'
                  DISPLAY 'AVISO: O DIA NAO EH LETIVO NO CALENDARIO '
                          'ESCOLAR (TIPO ' WS-TIPO-DIA ')'
            END-EVALUATE

            PERFORM P100-CARREGAR-TURMAS
            IF WS-QTD-TURMAS = 0 THEN
               DISPLAY 'NENHUMA TURMA ATIVA EM TURMAS.TXT - '
                       'RELATORIO NAO GERADO'
               STOP RUN
            END-IF
            PERFORM P150-CONTAR-MATRICULADOS
            PERFORM P200-CONTAR-PRESENTES
            PERFORM P300-ESTIMAR-SEM-CHAMADA
            PERFORM P400-EMITIR-RELATORIO

            DISPLAY 'PRESENTES NA CHAMADA..........: '
                    WS-TOTAL-PRESENTES
            DISPLAY 'ESTIMADOS (TURMAS SEM CHAMADA): '
                    WS-TOTAL-ESTIMADOS
            DISPLAY 'TOTAL DE REFEICOES DO DIA.....: '
                    WS-TOTAL-REFEICOES
            DISPLAY 'RELATORIO GERADO: MERENDA-DIARIA.TXT'
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY '*** ATENCAO: MAIS DE 200 TURMAS ATIVAS - '
                       'EXCEDENTES FORA DA CONTAGEM ***'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-DEFINIR-DIA.
            MOVE 0 TO WS-DATA-VALIDA
            ACCEPT WS-PARM-DATA FROM COMMAND-LINE
            IF WS-PARM-DATA (1:8) IS NUMERIC THEN
               MOVE WS-PARM-DATA (1:8) TO WS-DATA-TRABALHO
               SET FORMATO-DDMMAAAA TO TRUE
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
               CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                             WS-DATA-VALIDA
            END-IF
            IF WS-DATA-VALIDA = 1 THEN
               MOVE WS-DATA-TRABALHO TO WS-DATA-CONTAGEM
            ELSE
               MOVE WS-DATA-EMISSAO TO WS-DATA-TRABALHO
               SET FORMATO-AAAAMMDD TO TRUE
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
               MOVE WS-DIA TO WS-CONTAGEM-DIA
               MOVE WS-MES TO WS-CONTAGEM-MES
               MOVE WS-ANO TO WS-CONTAGEM-ANO
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-TURMAS.
            MOVE 0 TO WS-QTD-TURMAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT TURMA-FILE
            IF FS-TURMA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TURMA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF TU-ATIVO = 'A' THEN
                              IF WS-QTD-TURMAS < 200 THEN
                                 ADD 1 TO WS-QTD-TURMAS
                                 MOVE TU-CD-TURMA
                                   TO WS-TB-CD-TURMA (WS-QTD-TURMAS)
                                 MOVE TU-SERIE
                                   TO WS-TB-SERIE (WS-QTD-TURMAS)
                                 MOVE 0
                                   TO WS-TB-MATRICULADOS (WS-QTD-TURMAS)
                                 MOVE 0
                                   TO WS-TB-PRESENTES (WS-QTD-TURMAS)
                                 MOVE 'N'
                                   TO WS-TB-TEVE-CHAMADA (WS-QTD-TURMAS)
                                 MOVE 0
                                   TO WS-TB-REFEICOES (WS-QTD-TURMAS)
                              ELSE
                                 MOVE 'S' TO WS-ESTOURO-TABELA
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-LOCALIZAR-TURMA.
            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                       OR WS-POS-TURMA > 0
               IF WS-TB-CD-TURMA (WS-IDX-TURMA) =
                  WS-TURMA-PROCURADA THEN
                  MOVE WS-IDX-TURMA TO WS-POS-TURMA
               END-IF
            END-PERFORM
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P150-CONTAR-MATRICULADOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ STUDENT NEXT RECORD
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF ST-ATIVO THEN
                              MOVE CD-TURMA TO WS-TURMA-PROCURADA
                              PERFORM P110-LOCALIZAR-TURMA
                              IF WS-POS-TURMA > 0 THEN
                                 ADD 1
                                  TO WS-TB-MATRICULADOS (WS-POS-TURMA)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE STUDENT
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * CHAMADA DO DIA: A TURMA COM QUALQUER REGISTRO VALIDO JA TEVE
      * CHAMADA; O ALUNO COM 'P' CONTA UMA VEZ, NA TURMA DA CHAMADA.
      *-----------------------------------------------------------------
       P200-CONTAR-PRESENTES.
            MOVE ALL 'N' TO WS-TABELA-CONTADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CH-DATA-AULA = WS-DATA-CONTAGEM AND
                              NOT CH-REGISTRO-ESTORNADO THEN
                              PERFORM P210-TRATAR-CHAMADA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-TRATAR-CHAMADA.
            MOVE CH-CD-TURMA TO WS-TURMA-PROCURADA
            PERFORM P110-LOCALIZAR-TURMA
            IF WS-POS-TURMA = 0 THEN
               ADD 1 TO WS-QTD-FORA-CADASTRO
            ELSE
               MOVE 'S' TO WS-TB-TEVE-CHAMADA (WS-POS-TURMA)
               IF CH-PRESENTE AND CH-CD-STUDENT > 0 THEN
                  IF WS-CONTADO (CH-CD-STUDENT) = 'N' THEN
                     MOVE 'S' TO WS-CONTADO (CH-CD-STUDENT)
                     ADD 1 TO WS-TB-PRESENTES (WS-POS-TURMA)
                  END-IF
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * TAXA DO DIA = PRESENTES / MATRICULADOS DAS TURMAS COM CHAMADA;
      * A TURMA SEM CHAMADA RECEBE MATRICULADOS X TAXA, PARA CIMA.
      *-----------------------------------------------------------------
       P300-ESTIMAR-SEM-CHAMADA.
            MOVE 0 TO WS-TOTAL-MATRIC-CHAMADA
            MOVE 0 TO WS-TOTAL-PRESENTES
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TB-TEVE-CHAMADA (WS-IDX-TURMA) = 'S' THEN
                  ADD WS-TB-MATRICULADOS (WS-IDX-TURMA)
                   TO WS-TOTAL-MATRIC-CHAMADA
                  ADD WS-TB-PRESENTES (WS-IDX-TURMA)
                   TO WS-TOTAL-PRESENTES
               END-IF
            END-PERFORM

            MOVE 0 TO WS-TOTAL-ESTIMADOS
            MOVE 0 TO WS-QTD-SEM-CHAMADA
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TB-TEVE-CHAMADA (WS-IDX-TURMA) = 'S' THEN
                  MOVE WS-TB-PRESENTES (WS-IDX-TURMA)
                    TO WS-TB-REFEICOES (WS-IDX-TURMA)
               ELSE
                  ADD 1 TO WS-QTD-SEM-CHAMADA
                  IF WS-TOTAL-MATRIC-CHAMADA = 0 THEN
                     MOVE WS-TB-MATRICULADOS (WS-IDX-TURMA)
                       TO WS-ESTIMATIVA
                  ELSE
                     COMPUTE WS-PRODUTO =
                             WS-TB-MATRICULADOS (WS-IDX-TURMA)
                             * WS-TOTAL-PRESENTES
                     DIVIDE WS-TOTAL-MATRIC-CHAMADA INTO WS-PRODUTO
                            GIVING WS-ESTIMATIVA
                            REMAINDER WS-RESTO
                     IF WS-RESTO > 0 THEN
                        ADD 1 TO WS-ESTIMATIVA
                     END-IF
                  END-IF
                  MOVE WS-ESTIMATIVA TO WS-TB-REFEICOES (WS-IDX-TURMA)
                  ADD WS-ESTIMATIVA TO WS-TOTAL-ESTIMADOS
               END-IF
            END-PERFORM
            COMPUTE WS-TOTAL-REFEICOES = WS-TOTAL-PRESENTES
                    + WS-TOTAL-ESTIMADOS
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-EMITIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'MERENDA - REFEICOES DO DIA ' WS-CONTAGEM-DIA '/'
                   WS-CONTAGEM-MES '/' WS-CONTAGEM-ANO
                   ' - EMITIDO EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'TURMA SERIE MATRIC PRESENTES REFEICOES SITUACAO'
              TO REC-RELATORIO
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TB-TEVE-CHAMADA (WS-IDX-TURMA) = 'S' THEN
                  MOVE 'CHAMADA' TO WS-SITUACAO-TURMA
               ELSE
                  MOVE '*ESTIMADO*' TO WS-SITUACAO-TURMA
               END-IF
               MOVE SPACES TO REC-RELATORIO
               STRING WS-TB-CD-TURMA (WS-IDX-TURMA) '   '
                      WS-TB-SERIE (WS-IDX-TURMA) '  '
                      WS-TB-MATRICULADOS (WS-IDX-TURMA) '   '
                      WS-TB-PRESENTES (WS-IDX-TURMA) '      '
                      WS-TB-REFEICOES (WS-IDX-TURMA) '      '
                      WS-SITUACAO-TURMA
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'PRESENTES NA CHAMADA.........: ' WS-TOTAL-PRESENTES
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'ESTIMADOS (' WS-QTD-SEM-CHAMADA
                   ' TURMA(S) SEM CHAMADA): ' WS-TOTAL-ESTIMADOS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TOTAL DE REFEICOES DO DIA....: ' WS-TOTAL-REFEICOES
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-QTD-FORA-CADASTRO > 0 THEN
               MOVE SPACES TO REC-RELATORIO
               STRING 'AVISO: ' WS-QTD-FORA-CADASTRO
                      ' REGISTRO(S) DE CHAMADA DE TURMA INATIVA OU SEM '
                      'CADASTRO - FORA DA CONTAGEM'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            CLOSE RELATORIO-FILE
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'MERENDA-DIARIA' TO LY-PROGRAMA
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
       END PROGRAM MERENDA-DIARIA.
