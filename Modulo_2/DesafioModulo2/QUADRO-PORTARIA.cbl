      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: QUADRO DIARIO DA PORTARIA: PARA CADA TURMA, OS ALUNOS
      *          ATIVOS EM ORDEM DE NOME COM AS PESSOAS AUTORIZADAS A
      *          BUSCA-LOS HOJE (AUTORIZADOS-SAIDA.TXT, VEJA
      *          AUTORIZADO-SAIDA-RECORD.CPY E PROGARQ022) - NOME,
      *          PARENTESCO E DOCUMENTO - E, EM DESTAQUE, AS PESSOAS
      *          QUE NAO PODEM LEVAR O ALUNO (ORDEM JUDICIAL). SO
      *          ENTRA O REGISTRO VIGENTE CUJA VALIDADE COBRE O DIA.
      *          ANTES DO QUADRO, EXPIRA (AZ-SITUACAO = 'E') TODO
      *          REGISTRO DE ALUNO QUE DEIXOU DE ESTAR ATIVO NO
      *          MESTRE (OU SUMIU DELE) E REGRAVA O CADASTRO. RESTRICAO
      *          EXPIRADA DE ALUNO QUE VOLTOU A SER ATIVO SAI COMO
      *          AVISO PARA A SECRETARIA CONFIRMAR - NUNCA EM SILENCIO.
      *          SEM PERGUNTAS NO TERMINAL - RODA TODO DIA ANTES DA
      *          ABERTURA (PLANO DO ORQUESTRADOR). SAIDA:
      *          QUADRO-PORTARIA.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRO-PORTARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT AUTORIZADO-FILE ASSIGN TO
           '../../AUTORIZADOS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZADO.

           SELECT QUADRO-FILE ASSIGN TO
           '../../QUADRO-PORTARIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD AUTORIZADO-FILE.
           COPY AUTORIZADO-SAIDA-RECORD.
       FD QUADRO-FILE.
       01 REC-QUADRO               PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-AUTORIZADO               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-ALUNO-ATIVO              PIC 9(01)       VALUE 0.
      * VALIDADE DO REGISTRO EM AAAAMMDD PARA COMPARAR COM HOJE.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-ORD                 PIC 9(08)       VALUE 0.
       77 WS-INICIO-ORD               PIC 9(08)       VALUE 0.
       77 WS-FIM-ORD                  PIC 9(08)       VALUE 0.
       77 WS-VALE-HOJE                PIC 9(01)       VALUE 0.
      * CADASTRO DE AUTORIZADOS EM MEMORIA (REGISTRO INTEIRO,
      * REGRAVADO QUANDO ALGO EXPIRA).
       77 WS-QTD-AUTORIZADOS          PIC 9(04)       VALUE 0.
       77 WS-IDX-AUT                  PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-AUTORIZADOS      PIC X(01)       VALUE 'N'.
       77 WS-QTD-EXPIRADOS            PIC 9(04)       VALUE 0.
       01 WS-TABELA-AUTORIZADOS.
           02 WS-AUT-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-AUTORIZADO PIC X(116).
      * ALUNOS ATIVOS, ORDENADOS POR TURMA + NOME (P300).
       77 WS-QTD-ALUNOS               PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO-2              PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-ALUNOS           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 3000 TIMES.
              03 WS-ALU-CHAVE.
                 05 WS-ALU-CD-TURMA   PIC X(05).
                 05 WS-ALU-NM-STUDENT PIC X(20).
              03 WS-ALU-CD-STUDENT    PIC 9(05).
       01 WS-ALUNO-TEMP               PIC X(30)       VALUE SPACES.
      * QUEBRA POR TURMA E TOTAIS DO QUADRO.
       77 WS-TURMA-ANTERIOR           PIC X(05)       VALUE SPACES.
       77 WS-QTD-TURMAS               PIC 9(03)       VALUE 0.
       77 WS-QTD-LINHAS-ALUNO         PIC 9(02)       VALUE 0.
       77 WS-QTD-SEM-AUTORIZADO       PIC 9(04)       VALUE 0.
       77 WS-QTD-RESTRICOES           PIC 9(04)       VALUE 0.
       77 WS-QTD-AVISOS               PIC 9(04)       VALUE 0.
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
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P050-CARREGAR-AUTORIZADOS
            IF WS-ESTOURO-AUTORIZADOS = 'S' THEN
               DISPLAY 'AUTORIZADOS-SAIDA.TXT MAIOR QUE A TABELA '
                       '(3000) - QUADRO NAO EMITIDO'
               STOP RUN
            END-IF

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL - STATUS '
                       FS-STUDENT
               STOP RUN
            END-IF
            PERFORM P100-CARREGAR-ALUNOS
            PERFORM P200-EXPIRAR-REGISTROS
            CLOSE STUDENT
            IF WS-QTD-EXPIRADOS > 0 THEN
               PERFORM P250-REGRAVAR-AUTORIZADOS
            END-IF

            PERFORM P300-ORDENAR-ALUNOS
            OPEN OUTPUT QUADRO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-QUADRO FROM AI-FAIXA
            END-IF
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
               IF WS-ALU-CD-TURMA (WS-IDX-ALUNO) NOT =
                  WS-TURMA-ANTERIOR OR WS-IDX-ALUNO = 1 THEN
                  PERFORM P400-CABECALHO-TURMA
               END-IF
               PERFORM P500-ALUNO-NO-QUADRO
            END-PERFORM
            CLOSE QUADRO-FILE

            DISPLAY 'QUADRO DA PORTARIA DE ' WS-DATA-HOJE
            DISPLAY 'TURMAS NO QUADRO..............: ' WS-QTD-TURMAS
            DISPLAY 'ALUNOS ATIVOS.................: ' WS-QTD-ALUNOS
            DISPLAY 'ALUNOS SEM AUTORIZADO VIGENTE.: '
                    WS-QTD-SEM-AUTORIZADO
            DISPLAY 'RESTRICOES (NAO ENTREGAR).....: ' WS-QTD-RESTRICOES
            DISPLAY 'RESTRICOES EXPIRADAS A REVER..: ' WS-QTD-AVISOS
            DISPLAY 'REGISTROS EXPIRADOS HOJE......: ' WS-QTD-EXPIRADOS
            IF WS-ESTOURO-ALUNOS = 'S' THEN
               DISPLAY 'ATENCAO: MAIS DE 3000 ALUNOS ATIVOS - QUADRO '
                       'INCOMPLETO'
            END-IF
            DISPLAY 'ARQUIVO: QUADRO-PORTARIA.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-AUTORIZADOS.
            MOVE 0 TO WS-QTD-AUTORIZADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT AUTORIZADO-FILE
            IF FS-AUTORIZADO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AUTORIZADO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AUTORIZADOS < 3000 THEN
                              ADD 1 TO WS-QTD-AUTORIZADOS
                              MOVE REG-AUTORIZADO-SAIDA
                                TO WS-TAB-REG-AUTORIZADO
                                   (WS-QTD-AUTORIZADOS)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-AUTORIZADOS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AUTORIZADO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-ALUNOS.
            MOVE 0 TO WS-QTD-ALUNOS
            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF ST-ALUNO = 'A' THEN
                           IF WS-QTD-ALUNOS >= 3000 THEN
                              MOVE 'S' TO WS-ESTOURO-ALUNOS
                           ELSE
                              ADD 1 TO WS-QTD-ALUNOS
                              MOVE CD-TURMA
                                TO WS-ALU-CD-TURMA (WS-QTD-ALUNOS)
                              MOVE NM-STUDENT
                                TO WS-ALU-NM-STUDENT (WS-QTD-ALUNOS)
                              MOVE CD-STUDENT
                                TO WS-ALU-CD-STUDENT (WS-QTD-ALUNOS)
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * EXPIRACAO AUTOMATICA: REGISTRO VIGENTE DE ALUNO QUE NAO ESTA
      * MAIS 'A' NO MESTRE (TRANCADO, TRANSFERIDO, EVADIDO, CONCLUIDO,
      * INATIVO OU REMOVIDO) PASSA A EXPIRADO COM A DATA DE HOJE.
      *-----------------------------------------------------------------
       P200-EXPIRAR-REGISTROS.
            MOVE 0 TO WS-QTD-EXPIRADOS
            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > WS-QTD-AUTORIZADOS
               MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                 TO REG-AUTORIZADO-SAIDA
               IF AZ-VIGENTE THEN
                  MOVE AZ-CD-STUDENT TO WS-STUDENT-REL-KEY
                  MOVE 1 TO WS-ALUNO-ATIVO
                  READ STUDENT
                       INVALID KEY
                          MOVE 0 TO WS-ALUNO-ATIVO
                  END-READ
                  IF WS-ALUNO-ATIVO = 1 AND ST-ALUNO NOT = 'A' THEN
                     MOVE 0 TO WS-ALUNO-ATIVO
                  END-IF
                  IF WS-ALUNO-ATIVO = 0 THEN
                     MOVE 'E' TO AZ-SITUACAO
                     MOVE WS-DATA-HOJE TO AZ-DATA-EXPIRACAO
                     MOVE REG-AUTORIZADO-SAIDA
                       TO WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                     ADD 1 TO WS-QTD-EXPIRADOS
                  END-IF
               END-IF
            END-PERFORM
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P250-REGRAVAR-AUTORIZADOS.
            OPEN OUTPUT AUTORIZADO-FILE
            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > WS-QTD-AUTORIZADOS
               MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                 TO REG-AUTORIZADO-SAIDA
               WRITE REG-AUTORIZADO-SAIDA
            END-PERFORM
            CLOSE AUTORIZADO-FILE
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * ORDENACAO POR TURMA + NOME (BOLHA, COMO A LISTA DE ESPERA DO
      * PROGARQ008).
      *-----------------------------------------------------------------
       P300-ORDENAR-ALUNOS.
            IF WS-QTD-ALUNOS > 1 THEN
               COMPUTE WS-LIMITE-ORD = WS-QTD-ALUNOS - 1
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-LIMITE-ORD
                  PERFORM VARYING WS-IDX-ALUNO-2 FROM 1 BY 1
                          UNTIL WS-IDX-ALUNO-2 > WS-LIMITE-ORD
                     IF WS-ALU-CHAVE (WS-IDX-ALUNO-2) >
                        WS-ALU-CHAVE (WS-IDX-ALUNO-2 + 1) THEN
                        MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                          TO WS-ALUNO-TEMP
                        MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                          TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                        MOVE WS-ALUNO-TEMP
                          TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-CABECALHO-TURMA.
            MOVE WS-ALU-CD-TURMA (WS-IDX-ALUNO) TO WS-TURMA-ANTERIOR
            ADD 1 TO WS-QTD-TURMAS
            IF WS-QTD-TURMAS > 1 THEN
               MOVE SPACES TO REC-QUADRO
               WRITE REC-QUADRO
               WRITE REC-QUADRO
            END-IF
            MOVE SPACES TO REC-QUADRO
            STRING 'QUADRO DA PORTARIA - TURMA ' WS-TURMA-ANTERIOR
                   ' - VALIDO PARA ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-QUADRO
            END-STRING
            WRITE REC-QUADRO
            MOVE SPACES TO REC-QUADRO
            STRING 'SO ENTREGUE O ALUNO A PESSOA LISTADA, CONFERINDO O'
                   ' DOCUMENTO. LINHAS >>> NAO ENTREGAR <<<'
                   ' SAO ORDEM JUDICIAL.'
                   DELIMITED BY SIZE INTO REC-QUADRO
            END-STRING
            WRITE REC-QUADRO
            MOVE SPACES TO REC-QUADRO
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-QUADRO
            END-STRING
            WRITE REC-QUADRO
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * RESTRICOES PRIMEIRO (O PORTEIRO LE DE CIMA PARA BAIXO), DEPOIS
      * OS AUTORIZADOS VIGENTES NO DIA.
      *-----------------------------------------------------------------
       P500-ALUNO-NO-QUADRO.
            MOVE SPACES TO REC-QUADRO
            WRITE REC-QUADRO
            MOVE SPACES TO REC-QUADRO
            STRING WS-ALU-CD-STUDENT (WS-IDX-ALUNO) ' '
                   WS-ALU-NM-STUDENT (WS-IDX-ALUNO)
                   DELIMITED BY SIZE INTO REC-QUADRO
            END-STRING
            WRITE REC-QUADRO

            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > WS-QTD-AUTORIZADOS
               MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                 TO REG-AUTORIZADO-SAIDA
               IF AZ-CD-STUDENT = WS-ALU-CD-STUDENT (WS-IDX-ALUNO) AND
                  AZ-NAO-ENTREGAR THEN
                  IF AZ-VIGENTE THEN
                     PERFORM P550-VALE-HOJE
                     IF WS-VALE-HOJE = 1 THEN
                        ADD 1 TO WS-QTD-RESTRICOES
                        MOVE SPACES TO REC-QUADRO
                        STRING '  >>> NAO ENTREGAR A: ' AZ-NM-PESSOA
                               ' DOC ' AZ-DOCUMENTO
                               ' ORDEM ' AZ-REFERENCIA ' <<<'
                               DELIMITED BY SIZE INTO REC-QUADRO
                        END-STRING
                        WRITE REC-QUADRO
                     END-IF
                  ELSE
                     ADD 1 TO WS-QTD-AVISOS
                     MOVE SPACES TO REC-QUADRO
                     STRING '  (RESTRICAO DE MATRICULA ANTERIOR: '
                            AZ-NM-PESSOA
                            ' - CONFIRME COM A SECRETARIA)'
                            DELIMITED BY SIZE INTO REC-QUADRO
                     END-STRING
                     WRITE REC-QUADRO
                  END-IF
               END-IF
            END-PERFORM

            MOVE 0 TO WS-QTD-LINHAS-ALUNO
            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > WS-QTD-AUTORIZADOS
               MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                 TO REG-AUTORIZADO-SAIDA
               IF AZ-CD-STUDENT = WS-ALU-CD-STUDENT (WS-IDX-ALUNO) AND
                  AZ-VIGENTE AND NOT AZ-NAO-ENTREGAR THEN
                  PERFORM P550-VALE-HOJE
                  IF WS-VALE-HOJE = 1 THEN
                     ADD 1 TO WS-QTD-LINHAS-ALUNO
                     MOVE SPACES TO REC-QUADRO
                     STRING '  AUTORIZADO: ' AZ-NM-PESSOA ' '
                            AZ-PARENTESCO ' DOC ' AZ-DOCUMENTO
                            DELIMITED BY SIZE INTO REC-QUADRO
                     END-STRING
                     WRITE REC-QUADRO
                  END-IF
               END-IF
            END-PERFORM
            IF WS-QTD-LINHAS-ALUNO = 0 THEN
               ADD 1 TO WS-QTD-SEM-AUTORIZADO
               MOVE SPACES TO REC-QUADRO
               STRING '  *** NENHUMA PESSOA AUTORIZADA HOJE - '
                      'CHAME A SECRETARIA ANTES DE LIBERAR ***'
                      DELIMITED BY SIZE INTO REC-QUADRO
               END-STRING
               WRITE REC-QUADRO
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * O REGISTRO EM REG-AUTORIZADO-SAIDA VALE HOJE SE O INICIO JA
      * CHEGOU E O FIM (ZERO = SEM PRAZO) AINDA NAO PASSOU.
      *-----------------------------------------------------------------
       P550-VALE-HOJE.
            MOVE AZ-DATA-INICIO TO WS-DATA-TRABALHO
            PERFORM P560-ORDINAL-DATA
            MOVE WS-DATA-ORD TO WS-INICIO-ORD
            IF AZ-DATA-FIM = 0 THEN
               MOVE 99999999 TO WS-FIM-ORD
            ELSE
               MOVE AZ-DATA-FIM TO WS-DATA-TRABALHO
               PERFORM P560-ORDINAL-DATA
               MOVE WS-DATA-ORD TO WS-FIM-ORD
            END-IF
            IF WS-INICIO-ORD <= WS-DATA-HOJE AND
               WS-FIM-ORD >= WS-DATA-HOJE THEN
               MOVE 1 TO WS-VALE-HOJE
            ELSE
               MOVE 0 TO WS-VALE-HOJE
            END-IF
            .
       P550-FIM.
      *-----------------------------------------------------------------
       P560-ORDINAL-DATA.
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-ORD =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            .
       P560-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'QUADRO-PORTARIA' TO LY-PROGRAMA
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
       END PROGRAM QUADRO-PORTARIA.
