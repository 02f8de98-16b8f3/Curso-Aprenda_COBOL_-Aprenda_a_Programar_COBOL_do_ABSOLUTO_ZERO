      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: LISTA DIARIA DE EMBARQUE DO TRANSPORTE ESCOLAR: PARA
      *          CADA ROTA ATIVA (ROTAS.TXT, VEJA ROTA-RECORD.CPY E
      *          PROGARQ024), O VEICULO, O MOTORISTA E, PARADA POR
      *          PARADA NA ORDEM DE PASSAGEM, OS ALUNOS QUE EMBARCAM
      *          NELA (TRANSPORTE-ALUNOS.TXT, VEJA
      *          PASSAGEIRO-RECORD.CPY). O ALUNO AUSENTE NO DIA
      *          SEGUNDO O LIVRO DE CHAMADA (SO FALTA OU SUSPENSAO,
      *          NENHUMA PRESENCA; ESTORNADOS FICAM FORA) SAI MARCADO
      *          PARA O MONITOR NAO ESPERAR POR ELE.
      *          ANTES DA LISTA, DESLIGA DO TRANSPORTE (TP-SITUACAO
      *          'D', MOTIVO = SITUACAO NO MESTRE) TODO ALUNO QUE
      *          DEIXOU DE ESTAR ATIVO - TRANSFERIDO, EVADIDO ETC. - OU
      *          SUMIU DO MESTRE, COMO O QUADRO-PORTARIA FAZ COM OS
      *          AUTORIZADOS, E REGRAVA O CADASTRO. DIA DA LISTA
      *          (DDMMAAAA) = PARAMETRO DE EXECUCAO, PADRAO HOJE. SEM
      *          PERGUNTAS NO TERMINAL. SAIDA: TRANSPORTE-DIARIO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPORTE-DIARIO.
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

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT LISTA-FILE ASSIGN TO
           '../../TRANSPORTE-DIARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROTA-FILE.
           COPY ROTA-RECORD.
       FD PASSAGEIRO-FILE.
           COPY PASSAGEIRO-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD LISTA-FILE.
       01 REC-LISTA                PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-ROTA                     PIC X(02)       VALUE SPACES.
       77 FS-PASSAGEIRO               PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-HOJE-DDMMAAAA            PIC 9(08)       VALUE 0.
      * DIA DA LISTA (DDMMAAAA): PARAMETRO DE EXECUCAO (ACCEPT FROM
      * COMMAND-LINE, PADRAO DOS LOTES) - AUSENTE/INVALIDO VALE HOJE.
       77 WS-PARM-DATA                PIC X(10)       VALUE SPACES.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       01 WS-DATA-LISTA               PIC 9(08)       VALUE 0.
       01 WS-DATA-LISTA-RED REDEFINES WS-DATA-LISTA.
           03 WS-LISTA-DIA            PIC 9(02).
           03 WS-LISTA-MES            PIC 9(02).
           03 WS-LISTA-ANO            PIC 9(04).
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
           COPY FORMATOS-DATA.
      * CADASTROS EM MEMORIA (REGISTRO INTEIRO; O DE ALUNOS EH
      * REGRAVADO QUANDO ALGUEM EH DESLIGADO).
       77 WS-QTD-ROTAS                PIC 9(03)       VALUE 0.
       77 WS-IDX-ROTA                 PIC 9(03)       VALUE 0.
       01 WS-TABELA-ROTAS.
           02 WS-ROTA-ITEM OCCURS 100 TIMES.
              03 WS-TAB-REG-ROTA      PIC X(427).
       77 WS-QTD-PASSAGEIROS          PIC 9(04)       VALUE 0.
       77 WS-IDX-PAS                  PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-PASSAGEIROS.
           02 WS-PAS-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-PASSAGEIRO PIC X(30).
       77 WS-ALUNO-ATIVO              PIC 9(01)       VALUE 0.
       77 WS-QTD-DESLIGADOS           PIC 9(04)       VALUE 0.
      * CHAMADA DO DIA POR ALUNO: BRANCO = SEM CHAMADA AINDA, 'P' =
      * PRESENTE EM ALGUMA AULA, 'F' = SO FALTA/SUSPENSAO (AUSENTE).
       01 WS-TABELA-CHAMADA-DIA.
           02 WS-MARCA-DIA OCCURS 99999 TIMES PIC X(01).
       77 WS-IDX-PARADA               PIC 9(02)       VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20)       VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-OBSERVACAO               PIC X(40)       VALUE SPACES.
       77 WS-QTD-NA-ROTA              PIC 9(04)       VALUE 0.
       77 WS-QTD-AUSENTES-ROTA        PIC 9(04)       VALUE 0.
       77 WS-QTD-ROTAS-LISTADAS       PIC 9(03)       VALUE 0.
       77 WS-QTD-TRANSPORTADOS        PIC 9(05)       VALUE 0.
       77 WS-QTD-AUSENTES             PIC 9(05)       VALUE 0.
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
            DISPLAY 'TRANSPORTE ESCOLAR - LISTA DIARIA DE EMBARQUE'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            PERFORM P050-DEFINIR-DIA
            DISPLAY 'DIA DA LISTA..................: ' WS-DATA-LISTA

            PERFORM P100-CARREGAR-CADASTROS
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'TRANSPORTE-ALUNOS.TXT MAIOR QUE A TABELA '
                       '(3000) - NADA ALTERADO'
               STOP RUN
            END-IF
            IF WS-QTD-ROTAS = 0 THEN
               DISPLAY 'NENHUMA ROTA CADASTRADA (PROGARQ024)'
               STOP RUN
            END-IF

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL - STATUS '
                       FS-STUDENT
               STOP RUN
            END-IF
            PERFORM P200-DESLIGAR-INATIVOS
            IF WS-QTD-DESLIGADOS > 0 THEN
               PERFORM P250-REGRAVAR-PASSAGEIROS
            END-IF

            PERFORM P300-LER-CHAMADA-DIA

            OPEN OUTPUT LISTA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-LISTA FROM AI-FAIXA
            END-IF
            PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                    UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
               MOVE WS-TAB-REG-ROTA (WS-IDX-ROTA) TO REG-ROTA
               IF RT-ATIVA THEN
                  PERFORM P400-LISTAR-ROTA
               END-IF
            END-PERFORM
            CLOSE LISTA-FILE
            CLOSE STUDENT

            DISPLAY 'ROTAS LISTADAS................: '
                    WS-QTD-ROTAS-LISTADAS
            DISPLAY 'ALUNOS TRANSPORTADOS..........: '
                    WS-QTD-TRANSPORTADOS
            DISPLAY 'AUSENTES NA CHAMADA...........: ' WS-QTD-AUSENTES
            DISPLAY 'DESLIGADOS HOJE (INATIVOS)....: '
                    WS-QTD-DESLIGADOS
            DISPLAY 'ARQUIVO: TRANSPORTE-DIARIO.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
       P050-DEFINIR-DIA.
            MOVE WS-DATA-EMISSAO TO WS-DATA-TRABALHO
            SET FORMATO-AAAAMMDD TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-HOJE-DDMMAAAA = (WS-DIA * 1000000)
                    + (WS-MES * 10000) + WS-ANO

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
               MOVE WS-DATA-TRABALHO TO WS-DATA-LISTA
            ELSE
               MOVE WS-HOJE-DDMMAAAA TO WS-DATA-LISTA
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-CADASTROS.
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

            MOVE 0 TO WS-QTD-PASSAGEIROS
            OPEN INPUT PASSAGEIRO-FILE
            IF FS-PASSAGEIRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PASSAGEIRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PASSAGEIROS < 3000 THEN
                              ADD 1 TO WS-QTD-PASSAGEIROS
                              MOVE REG-PASSAGEIRO
                                TO WS-TAB-REG-PASSAGEIRO
                                   (WS-QTD-PASSAGEIROS)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PASSAGEIRO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * DESLIGAMENTO AUTOMATICO: ALUNO DO TRANSPORTE QUE NAO ESTA MAIS
      * 'A' NO MESTRE SAI COM A DATA EFETIVA DA SITUACAO (DT-SITUACAO,
      * OU HOJE SE ELA NAO ESTIVER PREENCHIDA) E O CODIGO DELA COMO
      * MOTIVO; ALUNO QUE SUMIU DO MESTRE SAI COM MOTIVO 'X'.
      *-----------------------------------------------------------------
       P200-DESLIGAR-INATIVOS.
            MOVE 0 TO WS-QTD-DESLIGADOS
            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                    UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
               MOVE WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS) TO REG-PASSAGEIRO
               IF TP-ATIVO THEN
                  MOVE TP-CD-STUDENT TO WS-STUDENT-REL-KEY
                  MOVE 1 TO WS-ALUNO-ATIVO
                  READ STUDENT
                       INVALID KEY
                          MOVE 0 TO WS-ALUNO-ATIVO
                          MOVE 'X' TO TP-MOTIVO
                          MOVE WS-HOJE-DDMMAAAA TO TP-DATA-SITUACAO
                       NOT INVALID KEY
                          IF ST-ALUNO NOT = 'A' THEN
                             MOVE 0 TO WS-ALUNO-ATIVO
                             MOVE ST-ALUNO TO TP-MOTIVO
                             IF DT-SITUACAO IS NUMERIC AND
                                DT-SITUACAO > 0 THEN
                                MOVE DT-SITUACAO TO TP-DATA-SITUACAO
                             ELSE
                                MOVE WS-HOJE-DDMMAAAA
                                  TO TP-DATA-SITUACAO
                             END-IF
                          END-IF
                  END-READ
                  IF WS-ALUNO-ATIVO = 0 THEN
                     MOVE 'D' TO TP-SITUACAO
                     MOVE REG-PASSAGEIRO
                       TO WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS)
                     ADD 1 TO WS-QTD-DESLIGADOS
                     DISPLAY 'DESLIGADO DO TRANSPORTE: ALUNO '
                             TP-CD-STUDENT ' ROTA ' TP-CD-ROTA
                             ' (SITUACAO ' TP-MOTIVO ')'
                  END-IF
               END-IF
            END-PERFORM
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P250-REGRAVAR-PASSAGEIROS.
            OPEN OUTPUT PASSAGEIRO-FILE
            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                    UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
               MOVE WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS) TO REG-PASSAGEIRO
               WRITE REG-PASSAGEIRO
            END-PERFORM
            CLOSE PASSAGEIRO-FILE
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P300-LER-CHAMADA-DIA.
            MOVE SPACES TO WS-TABELA-CHAMADA-DIA
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CH-DATA-AULA = WS-DATA-LISTA AND
                              NOT CH-REGISTRO-ESTORNADO AND
                              CH-CD-STUDENT > 0 THEN
                              PERFORM P310-MARCAR-ALUNO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-MARCAR-ALUNO.
            IF CH-PRESENTE THEN
               MOVE 'P' TO WS-MARCA-DIA (CH-CD-STUDENT)
            ELSE
               IF WS-MARCA-DIA (CH-CD-STUDENT) = SPACE THEN
                  MOVE 'F' TO WS-MARCA-DIA (CH-CD-STUDENT)
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * UMA FOLHA POR ROTA: CABECALHO DO VEICULO E, PARADA A PARADA,
      * OS ALUNOS ATIVOS QUE EMBARCAM NELA.
      *-----------------------------------------------------------------
       P400-LISTAR-ROTA.
            ADD 1 TO WS-QTD-ROTAS-LISTADAS
            MOVE 0 TO WS-QTD-NA-ROTA
            MOVE 0 TO WS-QTD-AUSENTES-ROTA
            IF WS-QTD-ROTAS-LISTADAS > 1 THEN
               MOVE SPACES TO REC-LISTA
               WRITE REC-LISTA
               WRITE REC-LISTA
            END-IF
            MOVE SPACES TO REC-LISTA
            STRING 'ROTA ' RT-CD-ROTA ' - ' RT-DESCRICAO
                   ' - DIA ' WS-LISTA-DIA '/' WS-LISTA-MES '/'
                   WS-LISTA-ANO ' - TURNO ' RT-TURNO
                   DELIMITED BY SIZE INTO REC-LISTA
            END-STRING
            WRITE REC-LISTA
            MOVE SPACES TO REC-LISTA
            STRING 'VEICULO ' RT-PLACA '  MOTORISTA ' RT-MOTORISTA
                   '  CAPACIDADE ' RT-CAPACIDADE
                   DELIMITED BY SIZE INTO REC-LISTA
            END-STRING
            WRITE REC-LISTA
            MOVE ALL '=' TO REC-LISTA
            WRITE REC-LISTA

            PERFORM VARYING WS-IDX-PARADA FROM 1 BY 1
                    UNTIL WS-IDX-PARADA > RT-QTD-PARADAS
               MOVE SPACES TO REC-LISTA
               STRING 'PARADA ' WS-IDX-PARADA ' - '
                      RT-PA-HORARIO (WS-IDX-PARADA) (1:2) ':'
                      RT-PA-HORARIO (WS-IDX-PARADA) (3:2) ' - '
                      RT-PA-NOME (WS-IDX-PARADA)
                      DELIMITED BY SIZE INTO REC-LISTA
               END-STRING
               WRITE REC-LISTA
               PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                       UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
                  MOVE WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS)
                    TO REG-PASSAGEIRO
                  IF TP-ATIVO AND TP-CD-ROTA = RT-CD-ROTA AND
                     TP-NR-PARADA = WS-IDX-PARADA THEN
                     PERFORM P410-LINHA-ALUNO
                  END-IF
               END-PERFORM
            END-PERFORM

            MOVE SPACES TO REC-LISTA
            WRITE REC-LISTA
            MOVE SPACES TO REC-LISTA
            STRING 'ALUNOS NA ROTA: ' WS-QTD-NA-ROTA
                   '  AUSENTES NA CHAMADA (NAO ESPERAR): '
                   WS-QTD-AUSENTES-ROTA
                   DELIMITED BY SIZE INTO REC-LISTA
            END-STRING
            WRITE REC-LISTA
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-LINHA-ALUNO.
            ADD 1 TO WS-QTD-NA-ROTA
            ADD 1 TO WS-QTD-TRANSPORTADOS
            MOVE SPACES TO WS-NM-ALUNO
            MOVE SPACES TO WS-TURMA-ALUNO
            MOVE TP-CD-STUDENT TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NM-STUDENT TO WS-NM-ALUNO
                    MOVE CD-TURMA TO WS-TURMA-ALUNO
            END-READ
            MOVE SPACES TO WS-OBSERVACAO
            IF TP-CD-STUDENT > 0 THEN
               IF WS-MARCA-DIA (TP-CD-STUDENT) = 'F' THEN
                  MOVE '*** AUSENTE NA CHAMADA - NAO ESPERAR ***'
                    TO WS-OBSERVACAO
                  ADD 1 TO WS-QTD-AUSENTES-ROTA
                  ADD 1 TO WS-QTD-AUSENTES
               END-IF
            END-IF
            MOVE SPACES TO REC-LISTA
            STRING '   [ ] ' TP-CD-STUDENT ' ' WS-NM-ALUNO ' '
                   WS-TURMA-ALUNO ' ' WS-OBSERVACAO
                   DELIMITED BY SIZE INTO REC-LISTA
            END-STRING
            WRITE REC-LISTA
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'TRANSPORTE-DIARIO' TO LY-PROGRAMA
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
       END PROGRAM TRANSPORTE-DIARIO.
