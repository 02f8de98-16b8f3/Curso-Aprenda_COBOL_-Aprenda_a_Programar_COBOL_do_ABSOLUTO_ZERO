      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: LOTE DIARIO DOS CASOS FICAI (CASOS-FICAI.TXT, VEJA
      *          CASO-FICAI-RECORD.CPY E O PROGRAMA FICAI):
      *          1 - ENCERRA AUTOMATICAMENTE O CASO EM ANDAMENTO CUJO
      *              ALUNO VOLTOU: NO LIVRO DE CHAMADA, DEPOIS DA
      *              ABERTURA, OS ULTIMOS N DIAS COM CHAMADA DO ALUNO
      *              TEM TODOS PRESENCA (N = PARAMETRO DE EXECUCAO,
      *              PADRAO 5). A CHAMADA EH ORDENADA POR ALUNO/DATA
      *              COM SORT EXTERNO E VARRIDA POR QUEBRA DE CONTROLE,
      *              COMO NO ALERTA-EVASAO (DIA COM PRESENCA EM
      *              QUALQUER MATERIA CONTA; ESTORNADOS E DIAS DE
      *              SUSPENSAO FICAM FORA). O ENCERRAMENTO ENTRA NO
      *              HISTORICO COMO ETAPA 'F', OPERADOR AUTOMATICO;
      *          2 - EMITE FICAI-PRAZOS.TXT: OS CASOS EM ANDAMENTO COM
      *              O PRAZO DA ETAPA ATUAL VENCIDO, POR ETAPA, COM OS
      *              DIAS DE ATRASO E A PROVIDENCIA ESPERADA. PRAZOS
      *              CORRIDOS A PARTIR DA DATA DA ULTIMA ETAPA:
      *              ABERTURA 5 DIAS PARA O PRIMEIRO CONTATO, TENTATIVA
      *              10 DIAS PARA NOVO CONTATO OU VISITA, VISITA 15
      *              DIAS PARA O ENCAMINHAMENTO AO CONSELHO TUTELAR,
      *              CONSELHO 30 DIAS PARA COBRAR O RETORNO DELE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICAI-ACOMPANHAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASO-FILE ASSIGN TO
           '../../CASOS-FICAI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASO.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT CHAMADA-ORDENADA ASSIGN TO
           '../../CHAMADA-ORDENADA-FICAI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../FICAI-PRAZOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO 'SORTWORK-FICAI.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD CASO-FILE.
           COPY CASO-FICAI-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD CHAMADA-ORDENADA.
       01 REG-CHAMADA-ORD.
           03 CO-CD-STUDENT         PIC 9(05).
           03 CO-DATA-ORD           PIC 9(08).
           03 CO-PRESENCA           PIC X(01).
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       SD SORT-WORK.
       01 REG-SORT-CHAMADA.
           03 SC-CD-STUDENT         PIC 9(05).
           03 SC-DATA-ORD           PIC 9(08).
           03 SC-PRESENCA           PIC X(01).
       WORKING-STORAGE SECTION.
       77 FS-CASO                     PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
      * DIAS SEGUIDOS COM PRESENCA PARA ENCERRAR: PARAMETRO DE
      * EXECUCAO (ACCEPT FROM COMMAND-LINE, PADRAO DOS LOTES) -
      * AUSENTE/INVALIDO VALE 5.
       77 WS-PARM-DIAS                PIC X(10)       VALUE SPACES.
       77 WS-DIAS-REGULARES           PIC 9(03)       VALUE 5.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HOJE-DDMMAAAA            PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       01 WS-DATA-DDMMAAAA            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-SERIAL-HOJE              PIC 9(07)       VALUE 0.
       77 WS-SERIAL-ETAPA             PIC 9(07)       VALUE 0.
       77 WS-RETORNO-SERIAL           PIC 9(01)       VALUE 0.
       77 WS-DIAS-ATRASO              PIC 9(05)       VALUE 0.
           COPY FORMATOS-DATA.
      * CASOS E ETAPAS EM MEMORIA (REGISTRO INTEIRO, REGRAVADO SE
      * ALGUM CASO FOR ENCERRADO).
       77 WS-QTD-REGISTROS            PIC 9(05)       VALUE 0.
       77 WS-IDX-REG                  PIC 9(05)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-CASOS.
           02 WS-CASO-ITEM OCCURS 20000 TIMES.
              03 WS-TAB-REG-CASO      PIC X(80).
      * CASOS EM ANDAMENTO: ALUNO, ABERTURA EM AAAAMMDD E POSICAO DO
      * REGISTRO DO CASO NA TABELA ACIMA.
       77 WS-QTD-ABERTOS              PIC 9(04)       VALUE 0.
       77 WS-IDX-ABERTO               PIC 9(04)       VALUE 0.
       77 WS-POS-ABERTO               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-ABERTOS          PIC X(01)       VALUE 'N'.
       01 WS-TABELA-ABERTOS.
           02 WS-ABERTO-ITEM OCCURS 2000 TIMES.
              03 WS-AB-CD-STUDENT     PIC 9(05).
              03 WS-AB-ORD-ABERTURA   PIC 9(08).
              03 WS-AB-POS-REGISTRO   PIC 9(05).
      * QUEBRA DE CONTROLE POR ALUNO E, DENTRO DO ALUNO, POR DATA.
       77 WS-ALUNO-ANTERIOR           PIC 9(05)       VALUE 0.
       77 WS-DATA-ANTERIOR            PIC 9(08)       VALUE 0.
       77 WS-DIA-TEVE-PRESENCA        PIC X(01)       VALUE 'N'.
       77 WS-SEQUENCIA-PRESENCAS      PIC 9(03)       VALUE 0.
       77 WS-QTD-ENCERRADOS           PIC 9(05)       VALUE 0.
       77 WS-QTD-VENCIDOS             PIC 9(05)       VALUE 0.
       77 WS-QTD-NA-ETAPA             PIC 9(05)       VALUE 0.
      * PRAZO DE CADA ETAPA EM DIAS CORRIDOS E A PROVIDENCIA QUE O
      * VENCIMENTO COBRA.
       01 WS-PRAZOS-VALORES.
           03 FILLER PIC X(44) VALUE
              'A005ABERTURA - FAZER A PRIMEIRA TENTATIVA   '.
           03 FILLER PIC X(44) VALUE
              'T010TENTATIVA - NOVO CONTATO OU VISITA      '.
           03 FILLER PIC X(44) VALUE
              'V015VISITA - ENCAMINHAR AO CONSELHO TUTELAR '.
           03 FILLER PIC X(44) VALUE
              'C030CONSELHO - COBRAR RETORNO DO CONSELHO   '.
       01 WS-TABELA-PRAZOS REDEFINES WS-PRAZOS-VALORES.
           03 WS-PRAZO-ITEM OCCURS 4 TIMES.
              05 WS-PZ-ETAPA          PIC X(01).
              05 WS-PZ-DIAS           PIC 9(03).
              05 WS-PZ-PROVIDENCIA    PIC X(40).
       77 WS-IDX-PRAZO                PIC 9(01)       VALUE 0.
       77 WS-NOME-ALUNO               PIC X(20)       VALUE SPACES.
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
            DISPLAY 'FICAI - ENCERRAMENTO AUTOMATICO E PRAZOS'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-TRABALHO
            SET FORMATO-AAAAMMDD TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-HOJE-DDMMAAAA = (WS-DIA * 1000000)
                    + (WS-MES * 10000) + WS-ANO
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-HOJE-DDMMAAAA, WS-SERIAL-HOJE,
                                WS-RETORNO-SERIAL

            ACCEPT WS-PARM-DIAS FROM COMMAND-LINE
            IF FUNCTION TEST-NUMVAL (WS-PARM-DIAS) = 0 AND
               FUNCTION NUMVAL (WS-PARM-DIAS) > 0 THEN
               COMPUTE WS-DIAS-REGULARES =
                       FUNCTION NUMVAL (WS-PARM-DIAS)
            END-IF
            DISPLAY 'DIAS SEGUIDOS COM PRESENCA....: '
                    WS-DIAS-REGULARES

            PERFORM P050-CARREGAR-CASOS
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'CASOS-FICAI.TXT MAIOR QUE A TABELA (20000) - '
                       'NADA ALTERADO'
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'FICAI - CASOS EM ANDAMENTO COM PRAZO VENCIDO - '
                   'EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

            IF WS-QTD-ABERTOS > 0 THEN
               SORT SORT-WORK
                    ON ASCENDING KEY SC-CD-STUDENT
                    ON ASCENDING KEY SC-DATA-ORD
                    INPUT PROCEDURE IS P100-SELECIONAR-CHAMADA
                    GIVING CHAMADA-ORDENADA
               PERFORM P200-VARRER-POR-QUEBRA
            END-IF

            OPEN INPUT STUDENT
            PERFORM VARYING WS-IDX-PRAZO FROM 1 BY 1
                    UNTIL WS-IDX-PRAZO > 4
               PERFORM P400-LISTAR-VENCIDOS-DA-ETAPA
            END-PERFORM
            CLOSE STUDENT

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'CASOS EM ANDAMENTO: ' WS-QTD-ABERTOS
                   '  ENCERRADOS HOJE PELA CHAMADA: ' WS-QTD-ENCERRADOS
                   '  COM PRAZO VENCIDO: ' WS-QTD-VENCIDOS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE

            IF WS-QTD-ENCERRADOS > 0 THEN
               PERFORM P900-REGRAVAR-CASOS
            END-IF

            DISPLAY 'CASOS EM ANDAMENTO............: ' WS-QTD-ABERTOS
            DISPLAY 'ENCERRADOS PELA CHAMADA.......: '
                    WS-QTD-ENCERRADOS
            DISPLAY 'COM PRAZO VENCIDO.............: ' WS-QTD-VENCIDOS
            DISPLAY 'RELATORIO GERADO: FICAI-PRAZOS.TXT'
            IF WS-ESTOURO-ABERTOS = 'S' THEN
               DISPLAY '*** ATENCAO: MAIS DE 2000 CASOS EM ANDAMENTO - '
                       'EXCEDENTES SEM ENCERRAMENTO AUTOMATICO ***'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * CARREGA O ARQUIVO E MONTA A TABELA DOS CASOS EM ANDAMENTO.
      *-----------------------------------------------------------------
       P050-CARREGAR-CASOS.
            MOVE 0 TO WS-QTD-REGISTROS
            MOVE 0 TO WS-QTD-ABERTOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT CASO-FILE
            IF FS-CASO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CASO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-REGISTROS < 20000 THEN
                              ADD 1 TO WS-QTD-REGISTROS
                              MOVE REG-CASO-FICAI
                                TO WS-TAB-REG-CASO (WS-QTD-REGISTROS)
                              IF CF-REG-CASO AND NOT CF-ENCERRADO THEN
                                 PERFORM P060-GUARDAR-ABERTO
                              END-IF
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CASO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P060-GUARDAR-ABERTO.
            IF WS-QTD-ABERTOS >= 2000 THEN
               MOVE 'S' TO WS-ESTOURO-ABERTOS
            ELSE
               ADD 1 TO WS-QTD-ABERTOS
               MOVE CF-CD-STUDENT TO WS-AB-CD-STUDENT (WS-QTD-ABERTOS)
               MOVE WS-QTD-REGISTROS
                 TO WS-AB-POS-REGISTRO (WS-QTD-ABERTOS)
               MOVE CF-DATA-ABERTURA TO WS-DATA-TRABALHO
               SET FORMATO-DDMMAAAA TO TRUE
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
               COMPUTE WS-AB-ORD-ABERTURA (WS-QTD-ABERTOS) =
                       (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            END-IF
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P070-LOCALIZAR-ABERTO.
            MOVE 0 TO WS-POS-ABERTO
            PERFORM VARYING WS-IDX-ABERTO FROM 1 BY 1
                    UNTIL WS-IDX-ABERTO > WS-QTD-ABERTOS
                       OR WS-POS-ABERTO > 0
               IF WS-AB-CD-STUDENT (WS-IDX-ABERTO) =
                  WS-STUDENT-REL-KEY THEN
                  MOVE WS-IDX-ABERTO TO WS-POS-ABERTO
               END-IF
            END-PERFORM
            .
       P070-FIM.
      *-----------------------------------------------------------------
      * ENTRADA DO SORT: SO A CHAMADA DOS ALUNOS COM CASO EM
      * ANDAMENTO, A PARTIR DA DATA DE ABERTURA DO CASO.
      *-----------------------------------------------------------------
       P100-SELECIONAR-CHAMADA.
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA NOT = '00' THEN
               DISPLAY 'LIVRO DE CHAMADA (CHAMADA.TXT) NAO ENCONTRADO'
                       ' - NENHUM CASO ENCERRADO'
            ELSE
               SET FORMATO-DDMMAAAA TO TRUE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         IF NOT CH-REGISTRO-ESTORNADO AND
                            NOT CH-SUSPENSO THEN
                            MOVE CH-CD-STUDENT TO WS-STUDENT-REL-KEY
                            PERFORM P070-LOCALIZAR-ABERTO
                            IF WS-POS-ABERTO > 0 THEN
                               PERFORM P110-LIBERAR-REGISTRO
                            END-IF
                         END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-LIBERAR-REGISTRO.
            MOVE CH-DATA-AULA TO WS-DATA-TRABALHO
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE SC-DATA-ORD = (WS-ANO * 10000) + (WS-MES * 100)
                    + WS-DIA
            IF SC-DATA-ORD >= WS-AB-ORD-ABERTURA (WS-POS-ABERTO) THEN
               MOVE CH-CD-STUDENT TO SC-CD-STUDENT
               MOVE CH-PRESENCA TO SC-PRESENCA
               RELEASE REG-SORT-CHAMADA
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * QUEBRA DE CONTROLE: NA TROCA DE DATA FECHA O DIA (DIA SEM
      * NENHUMA PRESENCA ZERA A SEQUENCIA; DIA COM PRESENCA SOMA 1);
      * NA TROCA DE ALUNO AVALIA A SEQUENCIA FINAL.
      *-----------------------------------------------------------------
       P200-VARRER-POR-QUEBRA.
            MOVE 'N' TO WS-EOF
            MOVE 0 TO WS-ALUNO-ANTERIOR
            OPEN INPUT CHAMADA-ORDENADA
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ CHAMADA-ORDENADA
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END PERFORM P210-TRATAR-REGISTRO
               END-READ
            END-PERFORM
            IF WS-ALUNO-ANTERIOR > 0 THEN
               PERFORM P230-FECHAR-DIA
               PERFORM P240-FECHAR-ALUNO
            END-IF
            CLOSE CHAMADA-ORDENADA
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-TRATAR-REGISTRO.
            IF CO-CD-STUDENT NOT = WS-ALUNO-ANTERIOR THEN
               IF WS-ALUNO-ANTERIOR > 0 THEN
                  PERFORM P230-FECHAR-DIA
                  PERFORM P240-FECHAR-ALUNO
               END-IF
               MOVE CO-CD-STUDENT TO WS-ALUNO-ANTERIOR
               MOVE 0 TO WS-DATA-ANTERIOR
               MOVE 0 TO WS-SEQUENCIA-PRESENCAS
               MOVE 'N' TO WS-DIA-TEVE-PRESENCA
            END-IF

            IF CO-DATA-ORD NOT = WS-DATA-ANTERIOR THEN
               IF WS-DATA-ANTERIOR > 0 THEN
                  PERFORM P230-FECHAR-DIA
               END-IF
               MOVE CO-DATA-ORD TO WS-DATA-ANTERIOR
               MOVE 'N' TO WS-DIA-TEVE-PRESENCA
            END-IF

            IF CO-PRESENCA = 'P' THEN
               MOVE 'S' TO WS-DIA-TEVE-PRESENCA
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P230-FECHAR-DIA.
            IF WS-DIA-TEVE-PRESENCA = 'S' THEN
               ADD 1 TO WS-SEQUENCIA-PRESENCAS
            ELSE
               MOVE 0 TO WS-SEQUENCIA-PRESENCAS
            END-IF
            .
       P230-FIM.
      *-----------------------------------------------------------------
       P240-FECHAR-ALUNO.
            IF WS-SEQUENCIA-PRESENCAS >= WS-DIAS-REGULARES THEN
               MOVE WS-ALUNO-ANTERIOR TO WS-STUDENT-REL-KEY
               PERFORM P070-LOCALIZAR-ABERTO
               IF WS-POS-ABERTO > 0 THEN
                  PERFORM P250-ENCERRAR-CASO
               END-IF
            END-IF
            .
       P240-FIM.
      *-----------------------------------------------------------------
      * ENCERRA O CASO: SITUACAO 'F', ETAPA 'F' NO HISTORICO E A LINHA
      * NO RELATORIO. O CASO SAI DA LISTA DE EM ANDAMENTO.
      *-----------------------------------------------------------------
       P250-ENCERRAR-CASO.
            MOVE WS-TAB-REG-CASO (WS-AB-POS-REGISTRO (WS-POS-ABERTO))
              TO REG-CASO-FICAI
            MOVE 'F' TO CF-SITUACAO
            MOVE 'F' TO CF-ETAPA-ATUAL
            MOVE WS-HOJE-DDMMAAAA TO CF-DATA-ETAPA-ATUAL
            MOVE WS-HOJE-DDMMAAAA TO CF-DATA-ENCERRAMENTO
            MOVE REG-CASO-FICAI
              TO WS-TAB-REG-CASO (WS-AB-POS-REGISTRO (WS-POS-ABERTO))
            ADD 1 TO WS-QTD-ENCERRADOS

            MOVE SPACES TO REC-RELATORIO
            STRING 'ENCERRADO PELA CHAMADA: CASO ' CF-NR-CASO
                   ' ALUNO ' CF-CD-STUDENT ' TURMA ' CF-CD-TURMA
                   ' - ' WS-SEQUENCIA-PRESENCAS
                   ' DIA(S) SEGUIDOS COM PRESENCA'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            IF WS-QTD-REGISTROS < 20000 THEN
               INITIALIZE REG-CASO-FICAI
               MOVE WS-TAB-REG-CASO
                    (WS-AB-POS-REGISTRO (WS-POS-ABERTO)) (1:5)
                 TO CF-NR-CASO
               MOVE 'E' TO CF-TIPO-REGISTRO
               MOVE 'F' TO CF-ET-TIPO
               MOVE WS-HOJE-DDMMAAAA TO CF-ET-DATA
               MOVE 'AUTOMATICO' TO CF-ET-OPERADOR
               STRING 'RETORNO: ' WS-SEQUENCIA-PRESENCAS
                      ' DIA(S) SEGUIDOS COM PRESENCA NA CHAMADA'
                      DELIMITED BY SIZE INTO CF-ET-DESCRICAO
               END-STRING
               ADD 1 TO WS-QTD-REGISTROS
               MOVE REG-CASO-FICAI TO WS-TAB-REG-CASO (WS-QTD-REGISTROS)
            END-IF

      * O CASO DEIXA A TABELA DE EM ANDAMENTO (O ULTIMO TOMA O LUGAR).
            MOVE WS-ABERTO-ITEM (WS-QTD-ABERTOS)
              TO WS-ABERTO-ITEM (WS-POS-ABERTO)
            SUBTRACT 1 FROM WS-QTD-ABERTOS
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * CASOS EM ANDAMENTO PARADOS NA ETAPA WS-IDX-PRAZO ALEM DO
      * PRAZO DELA.
      *-----------------------------------------------------------------
       P400-LISTAR-VENCIDOS-DA-ETAPA.
            MOVE 0 TO WS-QTD-NA-ETAPA
            PERFORM VARYING WS-IDX-ABERTO FROM 1 BY 1
                    UNTIL WS-IDX-ABERTO > WS-QTD-ABERTOS
               MOVE WS-TAB-REG-CASO (WS-AB-POS-REGISTRO (WS-IDX-ABERTO))
                 TO REG-CASO-FICAI
               IF CF-ETAPA-ATUAL = WS-PZ-ETAPA (WS-IDX-PRAZO) THEN
                  PERFORM P410-TESTAR-PRAZO
               END-IF
            END-PERFORM
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-TESTAR-PRAZO.
            MOVE 0 TO WS-DIAS-ATRASO
            MOVE CF-DATA-ETAPA-ATUAL TO WS-DATA-DDMMAAAA
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-DATA-DDMMAAAA, WS-SERIAL-ETAPA,
                                WS-RETORNO-SERIAL
            IF WS-SERIAL-HOJE >
               WS-SERIAL-ETAPA + WS-PZ-DIAS (WS-IDX-PRAZO) THEN
               COMPUTE WS-DIAS-ATRASO = WS-SERIAL-HOJE -
                       WS-SERIAL-ETAPA - WS-PZ-DIAS (WS-IDX-PRAZO)
               ADD 1 TO WS-QTD-VENCIDOS
               ADD 1 TO WS-QTD-NA-ETAPA
               IF WS-QTD-NA-ETAPA = 1 THEN
                  MOVE SPACES TO REC-RELATORIO
                  WRITE REC-RELATORIO
                  MOVE SPACES TO REC-RELATORIO
                  STRING 'ETAPA ' WS-PZ-PROVIDENCIA (WS-IDX-PRAZO)
                         ' (PRAZO ' WS-PZ-DIAS (WS-IDX-PRAZO)
                         ' DIAS)'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
                  MOVE SPACES TO REC-RELATORIO
                  STRING 'CASO  ALUNO NOME                 TURMA '
                         'ETAPA EM TENT ATRASO(DIAS)'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
               MOVE SPACES TO WS-NOME-ALUNO
               MOVE CF-CD-STUDENT TO WS-STUDENT-REL-KEY
               IF FS-STUDENT = '00' THEN
                  READ STUDENT
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE NM-STUDENT TO WS-NOME-ALUNO
                  END-READ
               END-IF
               MOVE SPACES TO REC-RELATORIO
               STRING CF-NR-CASO ' ' CF-CD-STUDENT ' ' WS-NOME-ALUNO
                      ' ' CF-CD-TURMA ' ' CF-DATA-ETAPA-ATUAL ' '
                      CF-QTD-TENTATIVAS '   ' WS-DIAS-ATRASO
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CASOS.
            OPEN OUTPUT CASO-FILE
            PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                    UNTIL WS-IDX-REG > WS-QTD-REGISTROS
               MOVE WS-TAB-REG-CASO (WS-IDX-REG) TO REG-CASO-FICAI
               WRITE REG-CASO-FICAI
            END-PERFORM
            CLOSE CASO-FILE
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'FICAI-ACOMPANHAMENTO' TO LY-PROGRAMA
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
       END PROGRAM FICAI-ACOMPANHAMENTO.
