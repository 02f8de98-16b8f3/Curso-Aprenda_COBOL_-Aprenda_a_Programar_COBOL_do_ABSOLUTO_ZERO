      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DO TRANSPORTE ESCOLAR PARA O CONVENIO
      *          DO PNATE: POR ROTA (ROTAS.TXT, VEJA PROGARQ024), OS
      *          ALUNOS QUE ESTIVERAM NELA NO MES (TRANSPORTE-ALUNOS.
      *          TXT - INICIO ATE O FIM DO MES E, SE DESLIGADO, SO A
      *          PARTIR DO INICIO DO MES) COM OS DIAS TRANSPORTADOS =
      *          DIAS LETIVOS DO MES (CALENDARIO.TXT) EM QUE O ALUNO
      *          TEVE PRESENCA NO LIVRO DE CHAMADA DENTRO DO PERIODO
      *          NA ROTA (ESTORNADOS FICAM FORA). SO CONTA COMO
      *          TRANSPORTADO O ALUNO COM PELO MENOS UM DIA; O ALUNO
      *          SEM PRESENCA NO MES SAI LISTADO, MAS FORA DO TOTAL.
      *          TOTAIS POR ROTA (ALUNOS, ALUNOS-DIA, CAPACIDADE) E DA
      *          ESCOLA. MES (MMAAAA) = PARAMETRO DE EXECUCAO, PADRAO O
      *          MES CORRENTE. SAIDA: TRANSPORTE-PNATE.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPORTE-PNATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO
           '../../ROTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROTA.

           SELECT PASSAGEIRO-FILE ASSIGN TO
           '../../TRANSPORTE-ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PASSAGEIRO.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT CALENDARIO-FILE ASSIGN TO
           '../../CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALENDARIO.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../TRANSPORTE-PNATE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROTA-FILE.
           COPY ROTA-RECORD.
       FD PASSAGEIRO-FILE.
           COPY PASSAGEIRO-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD CALENDARIO-FILE.
           COPY CALENDARIO-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-ROTA                     PIC X(02)       VALUE SPACES.
       77 FS-PASSAGEIRO               PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-CALENDARIO               PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * MES DO RELATORIO (MMAAAA): PARAMETRO DE EXECUCAO (ACCEPT FROM
      * COMMAND-LINE, PADRAO DOS LOTES) - AUSENTE/INVALIDO VALE O MES
      * CORRENTE.
       77 WS-PARM-MES                 PIC X(10)       VALUE SPACES.
       01 WS-MES-RELATORIO            PIC 9(06)       VALUE 0.
       01 WS-MES-RELATORIO-RED REDEFINES WS-MES-RELATORIO.
           03 WS-REL-MES              PIC 9(02).
           03 WS-REL-ANO              PIC 9(04).
       77 WS-INICIO-MES-ORD           PIC 9(08)       VALUE 0.
       77 WS-FIM-MES-ORD              PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-ORD                 PIC 9(08)       VALUE 0.
       77 WS-INICIO-PERIODO-ORD       PIC 9(08)       VALUE 0.
       77 WS-FIM-PERIODO-ORD          PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
      * DIAS LETIVOS DO MES, POR DIA DO MES ('S' = LETIVO).
       77 WS-QTD-DIAS-LETIVOS         PIC 9(02)       VALUE 0.
       01 WS-TABELA-LETIVOS.
           02 WS-DIA-LETIVO OCCURS 31 TIMES PIC X(01).
       77 WS-QTD-ROTAS                PIC 9(03)       VALUE 0.
       77 WS-IDX-ROTA                 PIC 9(03)       VALUE 0.
       01 WS-TABELA-ROTAS.
           02 WS-ROTA-ITEM OCCURS 100 TIMES.
              03 WS-TAB-REG-ROTA      PIC X(427).
      * ALUNOS DO TRANSPORTE NO MES: O REGISTRO, O PERIODO NA ROTA EM
      * AAAAMMDD E UMA MARCA POR DIA DO MES ('S' = TRANSPORTADO).
       77 WS-QTD-PASSAGEIROS          PIC 9(04)       VALUE 0.
       77 WS-IDX-PAS                  PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-PASSAGEIROS.
           02 WS-PAS-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-PASSAGEIRO PIC X(30).
              03 WS-PAS-INICIO-ORD    PIC 9(08).
              03 WS-PAS-FIM-ORD       PIC 9(08).
              03 WS-PAS-DIAS          PIC X(31).
      * POSICAO DE CADA ALUNO NA TABELA ACIMA (ZERO = FORA DO MES).
       01 WS-TABELA-POSICOES.
           02 WS-POS-DO-ALUNO OCCURS 99999 TIMES PIC 9(04).
       77 WS-POS-PAS                  PIC 9(04)       VALUE 0.
       77 WS-DIAS-ALUNO               PIC 9(02)       VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20)       VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-OBSERVACAO               PIC X(24)       VALUE SPACES.
       77 WS-QTD-NA-ROTA              PIC 9(04)       VALUE 0.
       77 WS-QTD-SEM-PRESENCA-ROTA    PIC 9(04)       VALUE 0.
       77 WS-ALUNOS-DIA-ROTA          PIC 9(06)       VALUE 0.
       77 WS-TOTAL-TRANSPORTADOS      PIC 9(05)       VALUE 0.
       77 WS-TOTAL-ALUNOS-DIA         PIC 9(07)       VALUE 0.
       77 WS-TOTAL-ROTAS              PIC 9(03)       VALUE 0.
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
            DISPLAY 'TRANSPORTE ESCOLAR - RELATORIO MENSAL PNATE'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            PERFORM P050-DEFINIR-MES
            DISPLAY 'MES DO RELATORIO..............: ' WS-REL-MES '/'
                    WS-REL-ANO

            PERFORM P100-CARREGAR-LETIVOS
            PERFORM P150-CARREGAR-CADASTROS
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'TRANSPORTE-ALUNOS.TXT MAIOR QUE A TABELA '
                       '(3000) - RELATORIO NAO GERADO'
               STOP RUN
            END-IF
            PERFORM P200-MARCAR-DIAS-TRANSPORTADOS

            OPEN INPUT STUDENT
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'PNATE - ALUNOS TRANSPORTADOS POR ROTA - MES '
                   WS-REL-MES '/' WS-REL-ANO ' - EMITIDO EM '
                   WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'DIAS LETIVOS NO MES: ' WS-QTD-DIAS-LETIVOS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                    UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
               MOVE WS-TAB-REG-ROTA (WS-IDX-ROTA) TO REG-ROTA
               PERFORM P300-RELATAR-ROTA
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE ALL '=' TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TOTAL DA ESCOLA: ' WS-TOTAL-ROTAS ' ROTA(S), '
                   WS-TOTAL-TRANSPORTADOS ' ALUNO(S) TRANSPORTADO(S), '
                   WS-TOTAL-ALUNOS-DIA ' ALUNO(S)-DIA'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            CLOSE STUDENT

            DISPLAY 'ROTAS COM ALUNOS NO MES.......: ' WS-TOTAL-ROTAS
            DISPLAY 'ALUNOS TRANSPORTADOS..........: '
                    WS-TOTAL-TRANSPORTADOS
            DISPLAY 'ALUNOS-DIA....................: '
                    WS-TOTAL-ALUNOS-DIA
            DISPLAY 'RELATORIO GERADO: TRANSPORTE-PNATE.TXT'
            IF WS-QTD-DIAS-LETIVOS = 0 THEN
               DISPLAY 'AVISO: NENHUM DIA LETIVO DO MES NO CALENDARIO'
                       ' ESCOLAR (PROGARQ011)'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-DEFINIR-MES.
            ACCEPT WS-PARM-MES FROM COMMAND-LINE
            IF WS-PARM-MES (1:6) IS NUMERIC AND
               WS-PARM-MES (1:2) >= '01' AND
               WS-PARM-MES (1:2) <= '12' THEN
               MOVE WS-PARM-MES (1:6) TO WS-MES-RELATORIO
            ELSE
               MOVE WS-DATA-EMISSAO TO WS-DATA-TRABALHO
               SET FORMATO-AAAAMMDD TO TRUE
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
               MOVE WS-MES TO WS-REL-MES
               MOVE WS-ANO TO WS-REL-ANO
            END-IF
            COMPUTE WS-INICIO-MES-ORD = (WS-REL-ANO * 10000)
                    + (WS-REL-MES * 100) + 1
            COMPUTE WS-FIM-MES-ORD = (WS-REL-ANO * 10000)
                    + (WS-REL-MES * 100) + 31
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P060-ORDINAL-DATA.
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-ORD =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-LETIVOS.
            MOVE ALL 'N' TO WS-TABELA-LETIVOS
            MOVE 0 TO WS-QTD-DIAS-LETIVOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT CALENDARIO-FILE
            IF FS-CALENDARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CALENDARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CL-DIA-LETIVO THEN
                              MOVE CL-DATA TO WS-DATA-TRABALHO
                              PERFORM P060-ORDINAL-DATA
                              IF WS-DATA-ORD >= WS-INICIO-MES-ORD AND
                                 WS-DATA-ORD <= WS-FIM-MES-ORD THEN
                                 IF WS-DIA-LETIVO (WS-DIA) = 'N' THEN
                                    MOVE 'S' TO WS-DIA-LETIVO (WS-DIA)
                                    ADD 1 TO WS-QTD-DIAS-LETIVOS
                                 END-IF
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * ROTAS (TODAS - A DESATIVADA NO MES AINDA PRESTA CONTAS) E OS
      * ALUNOS CUJO PERIODO NA ROTA ALCANCA O MES.
      *-----------------------------------------------------------------
       P150-CARREGAR-CADASTROS.
            MOVE 0 TO WS-QTD-ROTAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT ROTA-FILE
            IF FS-ROTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ROTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-ROTAS < 100 THEN
                              ADD 1 TO WS-QTD-ROTAS
                              MOVE REG-ROTA
                                TO WS-TAB-REG-ROTA (WS-QTD-ROTAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ROTA-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            MOVE ZEROS TO WS-TABELA-POSICOES
            MOVE 0 TO WS-QTD-PASSAGEIROS
            OPEN INPUT PASSAGEIRO-FILE
            IF FS-PASSAGEIRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PASSAGEIRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P160-GUARDAR-SE-NO-MES
                  END-READ
               END-PERFORM
               CLOSE PASSAGEIRO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-GUARDAR-SE-NO-MES.
            IF TP-CD-STUDENT > 0 AND TP-DATA-INICIO IS NUMERIC THEN
               MOVE TP-DATA-INICIO TO WS-DATA-TRABALHO
               PERFORM P060-ORDINAL-DATA
               MOVE WS-DATA-ORD TO WS-INICIO-PERIODO-ORD
               IF TP-ATIVO THEN
                  MOVE 99999999 TO WS-FIM-PERIODO-ORD
               ELSE
                  MOVE TP-DATA-SITUACAO TO WS-DATA-TRABALHO
                  PERFORM P060-ORDINAL-DATA
                  MOVE WS-DATA-ORD TO WS-FIM-PERIODO-ORD
               END-IF
               IF WS-INICIO-PERIODO-ORD <= WS-FIM-MES-ORD AND
                  WS-FIM-PERIODO-ORD >= WS-INICIO-MES-ORD THEN
                  PERFORM P170-GUARDAR-PASSAGEIRO
               END-IF
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P170-GUARDAR-PASSAGEIRO.
            IF WS-QTD-PASSAGEIROS >= 3000 THEN
               MOVE 'S' TO WS-ESTOURO-TABELA
            ELSE
               ADD 1 TO WS-QTD-PASSAGEIROS
               MOVE REG-PASSAGEIRO
                 TO WS-TAB-REG-PASSAGEIRO (WS-QTD-PASSAGEIROS)
               MOVE WS-INICIO-PERIODO-ORD
                 TO WS-PAS-INICIO-ORD (WS-QTD-PASSAGEIROS)
               MOVE WS-FIM-PERIODO-ORD
                 TO WS-PAS-FIM-ORD (WS-QTD-PASSAGEIROS)
               MOVE ALL 'N' TO WS-PAS-DIAS (WS-QTD-PASSAGEIROS)
               MOVE WS-QTD-PASSAGEIROS
                 TO WS-POS-DO-ALUNO (TP-CD-STUDENT)
            END-IF
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * PRESENCAS DO MES: MARCA O DIA DO ALUNO QUANDO EH DIA LETIVO E
      * CAI DENTRO DO PERIODO DELE NA ROTA (MAIS DE UMA AULA NO MESMO
      * DIA CONTA UMA VEZ SO).
      *-----------------------------------------------------------------
       P200-MARCAR-DIAS-TRANSPORTADOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CH-PRESENTE AND
                              NOT CH-REGISTRO-ESTORNADO AND
                              CH-CD-STUDENT > 0 THEN
                              PERFORM P210-MARCAR-PRESENCA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-MARCAR-PRESENCA.
            MOVE WS-POS-DO-ALUNO (CH-CD-STUDENT) TO WS-POS-PAS
            IF WS-POS-PAS > 0 THEN
               MOVE CH-DATA-AULA TO WS-DATA-TRABALHO
               PERFORM P060-ORDINAL-DATA
               IF WS-DATA-ORD >= WS-INICIO-MES-ORD AND
                  WS-DATA-ORD <= WS-FIM-MES-ORD AND
                  WS-DATA-ORD >= WS-PAS-INICIO-ORD (WS-POS-PAS) AND
                  WS-DATA-ORD <= WS-PAS-FIM-ORD (WS-POS-PAS) AND
                  WS-DIA-LETIVO (WS-DIA) = 'S' THEN
                  MOVE 'S' TO WS-PAS-DIAS (WS-POS-PAS) (WS-DIA:1)
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * UMA ROTA: CABECALHO, ALUNOS DO MES NA ROTA E TOTAIS. ROTA SEM
      * NENHUM ALUNO NO MES SAI SO COM A LINHA "SEM ALUNOS NO MES".
      *-----------------------------------------------------------------
       P300-RELATAR-ROTA.
            MOVE 0 TO WS-QTD-NA-ROTA
            MOVE 0 TO WS-QTD-SEM-PRESENCA-ROTA
            MOVE 0 TO WS-ALUNOS-DIA-ROTA
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE ALL '-' TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'ROTA ' RT-CD-ROTA ' - ' RT-DESCRICAO
                   ' TURNO: ' RT-TURNO ' SITUACAO: ' RT-SITUACAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'VEICULO: ' RT-PLACA ' MOTORISTA: ' RT-MOTORISTA
                   ' CAPACIDADE: ' RT-CAPACIDADE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'CODIGO NOME                 TURMA PARADA '
                   'INICIO   SIT DIAS OBSERVACAO'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                    UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
               MOVE WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS)
                 TO REG-PASSAGEIRO
               IF TP-CD-ROTA = RT-CD-ROTA THEN
                  PERFORM P310-LINHA-ALUNO
               END-IF
            END-PERFORM

            IF WS-QTD-NA-ROTA = 0 AND WS-QTD-SEM-PRESENCA-ROTA = 0 THEN
               MOVE '  SEM ALUNOS NO MES' TO REC-RELATORIO
               WRITE REC-RELATORIO
            ELSE
               ADD 1 TO WS-TOTAL-ROTAS
               MOVE SPACES TO REC-RELATORIO
               STRING 'TOTAL DA ROTA: ' WS-QTD-NA-ROTA
                      ' TRANSPORTADO(S), ' WS-ALUNOS-DIA-ROTA
                      ' ALUNO(S)-DIA, ' WS-QTD-SEM-PRESENCA-ROTA
                      ' SEM PRESENCA NO MES'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               IF WS-QTD-NA-ROTA > RT-CAPACIDADE THEN
                  MOVE SPACES TO REC-RELATORIO
                  STRING '  AVISO: TRANSPORTADOS NO MES ACIMA DA '
                         'CAPACIDADE (TROCAS DE ALUNOS NO MES)'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
            END-IF
            ADD WS-QTD-NA-ROTA TO WS-TOTAL-TRANSPORTADOS
            ADD WS-ALUNOS-DIA-ROTA TO WS-TOTAL-ALUNOS-DIA
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-LINHA-ALUNO.
            MOVE 0 TO WS-DIAS-ALUNO
            INSPECT WS-PAS-DIAS (WS-IDX-PAS)
                    TALLYING WS-DIAS-ALUNO FOR ALL 'S'
            MOVE '*** NAO CADASTRADO ***' TO WS-NM-ALUNO
            MOVE SPACES TO WS-TURMA-ALUNO
            MOVE TP-CD-STUDENT TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE NM-STUDENT TO WS-NM-ALUNO
                     MOVE CD-TURMA TO WS-TURMA-ALUNO
            END-READ
            IF WS-DIAS-ALUNO = 0 THEN
               MOVE 'SEM PRESENCA NO MES' TO WS-OBSERVACAO
               ADD 1 TO WS-QTD-SEM-PRESENCA-ROTA
            ELSE
               IF TP-DESLIGADO THEN
                  MOVE 'DESLIGADO NO MES' TO WS-OBSERVACAO
               ELSE
                  MOVE SPACES TO WS-OBSERVACAO
               END-IF
               ADD 1 TO WS-QTD-NA-ROTA
               ADD WS-DIAS-ALUNO TO WS-ALUNOS-DIA-ROTA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING TP-CD-STUDENT '  ' WS-NM-ALUNO ' ' WS-TURMA-ALUNO
                   '  ' TP-NR-PARADA '    ' TP-DATA-INICIO ' '
                   TP-SITUACAO TP-MOTIVO '  ' WS-DIAS-ALUNO '  '
                   WS-OBSERVACAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'TRANSPORTE-PNATE' TO LY-PROGRAMA
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
       END PROGRAM TRANSPORTE-PNATE.
