      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO TRANSPORTE ESCOLAR, NO MESMO ESTILO DO
      *          PROGARQ023 (ARQUIVOS EM MEMORIA, REGRAVADOS NA SAIDA):
      *          O CADASTRO DE ROTAS (ROTAS.TXT, VEJA ROTA-RECORD.CPY -
      *          VEICULO, MOTORISTA, CAPACIDADE, TURNO E PARADAS EM
      *          ORDEM) E OS ALUNOS TRANSPORTADOS (TRANSPORTE-ALUNOS.
      *          TXT, VEJA PASSAGEIRO-RECORD.CPY - ROTA E PARADA DE
      *          CADA ALUNO). SO ALUNO ATIVO NO MESTRE ENTRA EM ROTA,
      *          SO EM ROTA ATIVA E DENTRO DA CAPACIDADE DO VEICULO.
      *          ROTA COM ALUNO ATIVO NAO EH DESATIVADA NEM PERDE A
      *          PARADA EM USO. A LISTA DIARIA DE EMBARQUE E O
      *          RELATORIO MENSAL DO PNATE FICAM NO TRANSPORTE-DIARIO E
      *          NO TRANSPORTE-PNATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ024.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO
           '../ROTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROTA.

           SELECT PASSAGEIRO-FILE ASSIGN TO
           '../TRANSPORTE-ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PASSAGEIRO.

           SELECT STUDENT ASSIGN TO
           '../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD ROTA-FILE.
           COPY ROTA-RECORD.
       FD PASSAGEIRO-FILE.
           COPY PASSAGEIRO-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-ROTA                  PIC X(02)  VALUE SPACES.
       77 FS-PASSAGEIRO            PIC X(02)  VALUE SPACES.
       77 FS-STUDENT               PIC X(02)  VALUE SPACES.
       77 WS-STUDENT-REL-KEY       PIC 9(05)  VALUE 0.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-CD-ALUNO-DIGITADO     PIC 9(05)  VALUE 0.
       77 WS-CD-ROTA-DIGITADA      PIC X(05)  VALUE SPACES.
       77 WS-ALUNO-ATIVO           PIC 9(01)  VALUE 0.
       77 WS-CONFIRMA              PIC X(01)  VALUE SPACES.
       77 WS-DESCRICAO-SITUACAO    PIC X(10)  VALUE SPACES.
       77 WS-HOJE                  PIC 9(08)  VALUE 0.
       77 WS-HOJE-DDMMAAAA         PIC 9(08)  VALUE 0.
       01 WS-DATA-TRABALHO         PIC 9(08)  VALUE 0.
       77 WS-DATA-DIA              PIC 9(02)  VALUE 0.
       77 WS-DATA-MES              PIC 9(02)  VALUE 0.
       77 WS-DATA-ANO              PIC 9(04)  VALUE 0.
      * ROTAS EM MEMORIA.
       77 WS-QTD-ROTAS             PIC 9(03)  VALUE 0.
       77 WS-IDX-ROTA              PIC 9(03)  VALUE 0.
       77 WS-POS-ROTA              PIC 9(03)  VALUE 0.
       01 WS-TABELA-ROTAS.
           02 WS-ROTA-ITEM OCCURS 100 TIMES.
              03 WS-TAB-REG-ROTA   PIC X(427).
      * ALUNOS TRANSPORTADOS EM MEMORIA.
       77 WS-QTD-PASSAGEIROS       PIC 9(04)  VALUE 0.
       77 WS-IDX-PAS               PIC 9(04)  VALUE 0.
       77 WS-POS-PAS               PIC 9(04)  VALUE 0.
       01 WS-TABELA-PASSAGEIROS.
           02 WS-PAS-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-PASSAGEIRO PIC X(30).
      * OCUPACAO DA ROTA (ALUNOS ATIVOS) E A MAIOR PARADA EM USO.
       77 WS-OCUPACAO              PIC 9(04)  VALUE 0.
       77 WS-MAIOR-PARADA-EM-USO   PIC 9(02)  VALUE 0.
       77 WS-IDX-PARADA            PIC 9(02)  VALUE 0.
       77 WS-QTD-PARADAS-DIGITADA  PIC 9(02)  VALUE 0.
       77 WS-NR-PARADA-DIGITADA    PIC 9(02)  VALUE 0.
       01 WS-HORARIO-DIGITADO      PIC 9(04)  VALUE 0.
       01 WS-HORARIO-RED REDEFINES WS-HORARIO-DIGITADO.
           03 WS-HORARIO-HH        PIC 9(02).
           03 WS-HORARIO-MM        PIC 9(02).
       77 WS-CAPACIDADE-DIGITADA   PIC 9(03)  VALUE 0.
       77 WS-DADO-VALIDO           PIC 9(01)  VALUE 0.
       77 WS-NM-ALUNO              PIC X(20)  VALUE SPACES.
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
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            MOVE WS-HOJE TO WS-DATA-TRABALHO
            SET FORMATO-AAAAMMDD TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DATA-DIA, WS-DATA-MES,
                          WS-DATA-ANO
            COMPUTE WS-HOJE-DDMMAAAA = (WS-DATA-DIA * 1000000)
                    + (WS-DATA-MES * 10000) + WS-DATA-ANO
            PERFORM P050-CARREGAR-CADASTROS

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-INCLUIR-ROTA
                  WHEN 2
                     PERFORM P300-ALTERAR-ROTA
                  WHEN 3
                     PERFORM P400-ATIVAR-DESATIVAR-ROTA
                  WHEN 4
                     PERFORM P500-LISTAR-ROTAS
                  WHEN 5
                     PERFORM P600-ATRIBUIR-ALUNO
                  WHEN 6
                     PERFORM P700-DESLIGAR-ALUNO
                  WHEN 7
                     PERFORM P800-LISTAR-ALUNOS-ROTA
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            PERFORM P900-REGRAVAR-CADASTROS
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-CADASTROS.
            MOVE 0 TO WS-QTD-ROTAS
            OPEN INPUT ROTA-FILE
            IF FS-ROTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ROTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-ROTAS < 100 THEN
                              ADD 1 TO WS-QTD-ROTAS
                              MOVE REG-ROTA TO
                                 WS-TAB-REG-ROTA (WS-QTD-ROTAS)
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
                              MOVE REG-PASSAGEIRO TO
                                 WS-TAB-REG-PASSAGEIRO
                                              (WS-QTD-PASSAGEIROS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PASSAGEIRO-FILE
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
            DISPLAY '*** TRANSPORTE ESCOLAR ***'
            DISPLAY '1 - INCLUIR ROTA'
            DISPLAY '2 - ALTERAR ROTA (DADOS E PARADAS)'
            DISPLAY '3 - ATIVAR OU DESATIVAR ROTA'
            DISPLAY '4 - LISTAR ROTAS'
            DISPLAY '5 - COLOCAR ALUNO EM ROTA / TROCAR ROTA OU PARADA'
            DISPLAY '6 - DESLIGAR ALUNO DO TRANSPORTE'
            DISPLAY '7 - LISTAR ALUNOS DE UMA ROTA'
            DISPLAY '9 - SAIR (GRAVA OS CADASTROS)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-ROTA.
            MOVE 0 TO WS-POS-ROTA
            PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                    UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
               IF WS-TAB-REG-ROTA (WS-IDX-ROTA) (1:5) =
                  WS-CD-ROTA-DIGITADA THEN
                  MOVE WS-IDX-ROTA TO WS-POS-ROTA
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-LOCALIZAR-ALUNO.
            MOVE 0 TO WS-POS-PAS
            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                    UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
               IF WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS) (1:5) =
                  WS-CD-ALUNO-DIGITADO THEN
                  MOVE WS-IDX-PAS TO WS-POS-PAS
               END-IF
            END-PERFORM
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P170-CONFERIR-ALUNO.
            MOVE 0 TO WS-ALUNO-ATIVO
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               MOVE WS-CD-ALUNO-DIGITADO TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO'
                    NOT INVALID KEY
                       IF ST-ALUNO = 'A' THEN
                          MOVE 1 TO WS-ALUNO-ATIVO
                          DISPLAY 'ALUNO: ' NM-STUDENT
                                  ' TURMA ' CD-TURMA
                       ELSE
                          DISPLAY 'ALUNO NAO ESTA ATIVO (SITUACAO '
                                  ST-ALUNO ')'
                       END-IF
               END-READ
               CLOSE STUDENT
            ELSE
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
            END-IF
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * OCUPACAO DA ROTA WS-CD-ROTA-DIGITADA (ALUNOS ATIVOS, FORA O
      * ALUNO WS-CD-ALUNO-DIGITADO) E A MAIOR PARADA EM USO.
      *-----------------------------------------------------------------
       P180-OCUPACAO-ROTA.
            MOVE 0 TO WS-OCUPACAO
            MOVE 0 TO WS-MAIOR-PARADA-EM-USO
            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                    UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
               MOVE WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS) TO REG-PASSAGEIRO
               IF TP-CD-ROTA = WS-CD-ROTA-DIGITADA AND TP-ATIVO AND
                  TP-CD-STUDENT NOT = WS-CD-ALUNO-DIGITADO THEN
                  ADD 1 TO WS-OCUPACAO
                  IF TP-NR-PARADA > WS-MAIOR-PARADA-EM-USO THEN
                     MOVE TP-NR-PARADA TO WS-MAIOR-PARADA-EM-USO
                  END-IF
               END-IF
            END-PERFORM
            .
       P180-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR-ROTA.
            DISPLAY 'CODIGO DA NOVA ROTA...........: '
            ACCEPT WS-CD-ROTA-DIGITADA

            IF WS-QTD-ROTAS >= 100 THEN
               DISPLAY 'CADASTRO DE ROTAS LOTADO'
            ELSE
               PERFORM P150-LOCALIZAR-ROTA
               IF WS-POS-ROTA > 0 OR WS-CD-ROTA-DIGITADA = SPACES THEN
                  DISPLAY 'CODIGO DE ROTA INVALIDO OU JA CADASTRADO'
               ELSE
                  INITIALIZE REG-ROTA
                  MOVE WS-CD-ROTA-DIGITADA TO RT-CD-ROTA
                  MOVE 0 TO WS-OCUPACAO
                  MOVE 0 TO WS-MAIOR-PARADA-EM-USO
                  PERFORM P250-ACEITAR-DADOS-ROTA
                  PERFORM P260-ACEITAR-PARADAS
                  MOVE 'A' TO RT-SITUACAO
                  ADD 1 TO WS-QTD-ROTAS
                  MOVE REG-ROTA TO WS-TAB-REG-ROTA (WS-QTD-ROTAS)
                  DISPLAY 'ROTA INCLUIDA COM SUCESSO'
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * DESCRICAO, VEICULO, MOTORISTA, CAPACIDADE (NUNCA ABAIXO DA
      * OCUPACAO ATUAL) E TURNO.
      *-----------------------------------------------------------------
       P250-ACEITAR-DADOS-ROTA.
            DISPLAY 'DESCRICAO DA ROTA.............: '
            ACCEPT RT-DESCRICAO
            DISPLAY 'PLACA DO VEICULO..............: '
            ACCEPT RT-PLACA
            DISPLAY 'NOME DO MOTORISTA.............: '
            ACCEPT RT-MOTORISTA

            MOVE 0 TO WS-DADO-VALIDO
            PERFORM WITH TEST BEFORE UNTIL WS-DADO-VALIDO = 1
               DISPLAY 'CAPACIDADE (PASSAGEIROS)......: '
               ACCEPT WS-CAPACIDADE-DIGITADA
               IF WS-CAPACIDADE-DIGITADA > 0 AND
                  WS-CAPACIDADE-DIGITADA >= WS-OCUPACAO THEN
                  MOVE 1 TO WS-DADO-VALIDO
               ELSE
                  DISPLAY 'CAPACIDADE INVALIDA - A ROTA JA LEVA '
                          WS-OCUPACAO ' ALUNO(S)'
               END-IF
            END-PERFORM
            MOVE WS-CAPACIDADE-DIGITADA TO RT-CAPACIDADE

            MOVE 0 TO WS-DADO-VALIDO
            PERFORM WITH TEST BEFORE UNTIL WS-DADO-VALIDO = 1
               DISPLAY 'TURNO (M/T/N).................: '
               ACCEPT RT-TURNO
               IF RT-MANHA OR RT-TARDE OR RT-NOITE THEN
                  MOVE 1 TO WS-DADO-VALIDO
               ELSE
                  DISPLAY 'TURNO INVALIDO - TENTE NOVAMENTE'
               END-IF
            END-PERFORM
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * PARADAS EM ORDEM DE PASSAGEM (1 A 12) COM O HORARIO PREVISTO;
      * A QUANTIDADE NAO FICA ABAIXO DA MAIOR PARADA EM USO.
      *-----------------------------------------------------------------
       P260-ACEITAR-PARADAS.
            MOVE 0 TO WS-DADO-VALIDO
            PERFORM WITH TEST BEFORE UNTIL WS-DADO-VALIDO = 1
               DISPLAY 'QUANTIDADE DE PARADAS (1-12)..: '
               ACCEPT WS-QTD-PARADAS-DIGITADA
               IF WS-QTD-PARADAS-DIGITADA >= 1 AND
                  WS-QTD-PARADAS-DIGITADA <= 12 AND
                  WS-QTD-PARADAS-DIGITADA >= WS-MAIOR-PARADA-EM-USO
               THEN
                  MOVE 1 TO WS-DADO-VALIDO
               ELSE
                  DISPLAY 'QUANTIDADE INVALIDA - HA ALUNO NA PARADA '
                          WS-MAIOR-PARADA-EM-USO
               END-IF
            END-PERFORM
            MOVE WS-QTD-PARADAS-DIGITADA TO RT-QTD-PARADAS

            PERFORM VARYING WS-IDX-PARADA FROM 1 BY 1
                    UNTIL WS-IDX-PARADA > 12
               IF WS-IDX-PARADA > RT-QTD-PARADAS THEN
                  MOVE SPACES TO RT-PA-NOME (WS-IDX-PARADA)
                  MOVE 0 TO RT-PA-HORARIO (WS-IDX-PARADA)
               ELSE
                  DISPLAY 'PARADA ' WS-IDX-PARADA
                          ' - PONTO DE EMBARQUE..: '
                  ACCEPT RT-PA-NOME (WS-IDX-PARADA)
                  MOVE 0 TO WS-DADO-VALIDO
                  PERFORM WITH TEST BEFORE UNTIL WS-DADO-VALIDO = 1
                     DISPLAY 'PARADA ' WS-IDX-PARADA
                             ' - HORARIO (HHMM).....: '
                     ACCEPT WS-HORARIO-DIGITADO
                     IF WS-HORARIO-HH < 24 AND WS-HORARIO-MM < 60 THEN
                        MOVE 1 TO WS-DADO-VALIDO
                     ELSE
                        DISPLAY 'HORARIO INVALIDO - TENTE NOVAMENTE'
                     END-IF
                  END-PERFORM
                  MOVE WS-HORARIO-DIGITADO
                    TO RT-PA-HORARIO (WS-IDX-PARADA)
               END-IF
            END-PERFORM
            .
       P260-FIM.
      *-----------------------------------------------------------------
       P300-ALTERAR-ROTA.
            DISPLAY 'CODIGO DA ROTA A ALTERAR......: '
            ACCEPT WS-CD-ROTA-DIGITADA
            PERFORM P150-LOCALIZAR-ROTA

            IF WS-POS-ROTA = 0 THEN
               DISPLAY 'ROTA NAO CADASTRADA'
            ELSE
               MOVE WS-TAB-REG-ROTA (WS-POS-ROTA) TO REG-ROTA
               MOVE 0 TO WS-CD-ALUNO-DIGITADO
               PERFORM P180-OCUPACAO-ROTA
               DISPLAY 'ROTA: ' RT-DESCRICAO ' VEICULO ' RT-PLACA
               DISPLAY 'MOTORISTA: ' RT-MOTORISTA
                       ' CAPACIDADE ' RT-CAPACIDADE
                       ' OCUPACAO ' WS-OCUPACAO
               PERFORM P250-ACEITAR-DADOS-ROTA
               DISPLAY 'REDIGITAR AS PARADAS (S/N)....: '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' THEN
                  PERFORM P260-ACEITAR-PARADAS
               END-IF
               MOVE REG-ROTA TO WS-TAB-REG-ROTA (WS-POS-ROTA)
               DISPLAY 'ROTA ALTERADA COM SUCESSO'
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * DESATIVA A ROTA ATIVA (SO SEM ALUNO ATIVO NELA) OU REATIVA A
      * INATIVA.
      *-----------------------------------------------------------------
       P400-ATIVAR-DESATIVAR-ROTA.
            DISPLAY 'CODIGO DA ROTA................: '
            ACCEPT WS-CD-ROTA-DIGITADA
            PERFORM P150-LOCALIZAR-ROTA

            IF WS-POS-ROTA = 0 THEN
               DISPLAY 'ROTA NAO CADASTRADA'
            ELSE
               MOVE WS-TAB-REG-ROTA (WS-POS-ROTA) TO REG-ROTA
               IF RT-ATIVA THEN
                  MOVE 0 TO WS-CD-ALUNO-DIGITADO
                  PERFORM P180-OCUPACAO-ROTA
                  IF WS-OCUPACAO > 0 THEN
                     DISPLAY 'A ROTA AINDA LEVA ' WS-OCUPACAO
                             ' ALUNO(S) - TROQUE-OS DE ROTA ANTES'
                  ELSE
                     DISPLAY 'CONFIRMA A DESATIVACAO DA ROTA (S/N): '
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' THEN
                        MOVE 'I' TO RT-SITUACAO
                        DISPLAY 'ROTA DESATIVADA'
                     END-IF
                  END-IF
               ELSE
                  DISPLAY 'CONFIRMA A REATIVACAO DA ROTA (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' THEN
                     MOVE 'A' TO RT-SITUACAO
                     DISPLAY 'ROTA REATIVADA'
                  END-IF
               END-IF
               MOVE REG-ROTA TO WS-TAB-REG-ROTA (WS-POS-ROTA)
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR-ROTAS.
            MOVE 0 TO WS-CD-ALUNO-DIGITADO
            DISPLAY 'ROTA  DESCRICAO                      PLACA   '
                    'TURNO CAP OCUP SITUACAO'
            PERFORM VARYING WS-POS-ROTA FROM 1 BY 1
                    UNTIL WS-POS-ROTA > WS-QTD-ROTAS
               MOVE WS-TAB-REG-ROTA (WS-POS-ROTA) TO REG-ROTA
               MOVE RT-CD-ROTA TO WS-CD-ROTA-DIGITADA
               PERFORM P180-OCUPACAO-ROTA
               IF RT-ATIVA THEN
                  MOVE 'ATIVA' TO WS-DESCRICAO-SITUACAO
               ELSE
                  MOVE 'INATIVA' TO WS-DESCRICAO-SITUACAO
               END-IF
               DISPLAY RT-CD-ROTA ' ' RT-DESCRICAO ' ' RT-PLACA ' '
                       RT-TURNO '     ' RT-CAPACIDADE ' ' WS-OCUPACAO
                       ' ' WS-DESCRICAO-SITUACAO
               DISPLAY '      MOTORISTA: ' RT-MOTORISTA
                       '  PARADAS: ' RT-QTD-PARADAS
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * COLOCA O ALUNO NA ROTA/PARADA: INCLUI, TROCA A ROTA OU A
      * PARADA, OU REATIVA O DESLIGADO (COM NOVA DATA DE INICIO).
      *-----------------------------------------------------------------
       P600-ATRIBUIR-ALUNO.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            PERFORM P160-LOCALIZAR-ALUNO
            IF WS-POS-PAS = 0 AND WS-QTD-PASSAGEIROS >= 3000 THEN
               DISPLAY 'CADASTRO DO TRANSPORTE LOTADO'
            ELSE
               PERFORM P170-CONFERIR-ALUNO
               IF WS-ALUNO-ATIVO = 1 THEN
                  PERFORM P610-ESCOLHER-ROTA
               END-IF
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-ESCOLHER-ROTA.
            IF WS-POS-PAS > 0 THEN
               MOVE WS-TAB-REG-PASSAGEIRO (WS-POS-PAS) TO REG-PASSAGEIRO
               IF TP-ATIVO THEN
                  DISPLAY 'HOJE NA ROTA ' TP-CD-ROTA
                          ' PARADA ' TP-NR-PARADA
               END-IF
            END-IF

            DISPLAY 'CODIGO DA ROTA................: '
            ACCEPT WS-CD-ROTA-DIGITADA
            PERFORM P150-LOCALIZAR-ROTA
            IF WS-POS-ROTA = 0 THEN
               DISPLAY 'ROTA NAO CADASTRADA'
            ELSE
               MOVE WS-TAB-REG-ROTA (WS-POS-ROTA) TO REG-ROTA
               PERFORM P180-OCUPACAO-ROTA
               EVALUATE TRUE
                  WHEN NOT RT-ATIVA
                     DISPLAY 'ROTA INATIVA'
                  WHEN WS-OCUPACAO >= RT-CAPACIDADE
                     DISPLAY 'ROTA LOTADA (' RT-CAPACIDADE
                             ' PASSAGEIROS)'
                  WHEN OTHER
                     PERFORM P620-ESCOLHER-PARADA
               END-EVALUATE
            END-IF
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P620-ESCOLHER-PARADA.
            PERFORM VARYING WS-IDX-PARADA FROM 1 BY 1
                    UNTIL WS-IDX-PARADA > RT-QTD-PARADAS
               DISPLAY WS-IDX-PARADA ' - ' RT-PA-NOME (WS-IDX-PARADA)
                       ' ' RT-PA-HORARIO (WS-IDX-PARADA)
            END-PERFORM
            MOVE 0 TO WS-DADO-VALIDO
            PERFORM WITH TEST BEFORE UNTIL WS-DADO-VALIDO = 1
               DISPLAY 'NUMERO DA PARADA..............: '
               ACCEPT WS-NR-PARADA-DIGITADA
               IF WS-NR-PARADA-DIGITADA >= 1 AND
                  WS-NR-PARADA-DIGITADA <= RT-QTD-PARADAS THEN
                  MOVE 1 TO WS-DADO-VALIDO
               ELSE
                  DISPLAY 'PARADA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            IF WS-POS-PAS = 0 THEN
               INITIALIZE REG-PASSAGEIRO
               MOVE WS-CD-ALUNO-DIGITADO TO TP-CD-STUDENT
               ADD 1 TO WS-QTD-PASSAGEIROS
               MOVE WS-QTD-PASSAGEIROS TO WS-POS-PAS
            ELSE
               MOVE WS-TAB-REG-PASSAGEIRO (WS-POS-PAS) TO REG-PASSAGEIRO
            END-IF
            IF NOT TP-ATIVO THEN
               MOVE WS-HOJE-DDMMAAAA TO TP-DATA-INICIO
               MOVE 'A' TO TP-SITUACAO
               MOVE WS-HOJE-DDMMAAAA TO TP-DATA-SITUACAO
               MOVE SPACE TO TP-MOTIVO
            END-IF
            MOVE WS-CD-ROTA-DIGITADA TO TP-CD-ROTA
            MOVE WS-NR-PARADA-DIGITADA TO TP-NR-PARADA
            MOVE REG-PASSAGEIRO TO WS-TAB-REG-PASSAGEIRO (WS-POS-PAS)
            DISPLAY 'ALUNO NA ROTA ' TP-CD-ROTA ' PARADA ' TP-NR-PARADA
            .
       P620-FIM.
      *-----------------------------------------------------------------
       P700-DESLIGAR-ALUNO.
            DISPLAY 'CODIGO DO ALUNO...............: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            PERFORM P160-LOCALIZAR-ALUNO

            IF WS-POS-PAS = 0 THEN
               DISPLAY 'ALUNO NAO CADASTRADO NO TRANSPORTE'
            ELSE
               MOVE WS-TAB-REG-PASSAGEIRO (WS-POS-PAS) TO REG-PASSAGEIRO
               IF NOT TP-ATIVO THEN
                  DISPLAY 'ALUNO JA DESLIGADO DO TRANSPORTE EM '
                          TP-DATA-SITUACAO
               ELSE
                  DISPLAY 'ROTA ' TP-CD-ROTA ' PARADA ' TP-NR-PARADA
                  DISPLAY 'CONFIRMA O DESLIGAMENTO DO TRANSPORTE '
                          '(S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' THEN
                     MOVE 'D' TO TP-SITUACAO
                     MOVE WS-HOJE-DDMMAAAA TO TP-DATA-SITUACAO
                     MOVE 'M' TO TP-MOTIVO
                     MOVE REG-PASSAGEIRO
                       TO WS-TAB-REG-PASSAGEIRO (WS-POS-PAS)
                     DISPLAY 'ALUNO DESLIGADO DO TRANSPORTE'
                  END-IF
               END-IF
            END-IF
            .
       P700-FIM.
      *-----------------------------------------------------------------
       P800-LISTAR-ALUNOS-ROTA.
            DISPLAY 'CODIGO DA ROTA................: '
            ACCEPT WS-CD-ROTA-DIGITADA
            PERFORM P150-LOCALIZAR-ROTA
            IF WS-POS-ROTA = 0 THEN
               DISPLAY 'ROTA NAO CADASTRADA'
            ELSE
               MOVE WS-TAB-REG-ROTA (WS-POS-ROTA) TO REG-ROTA
               OPEN INPUT STUDENT
               PERFORM VARYING WS-IDX-PARADA FROM 1 BY 1
                       UNTIL WS-IDX-PARADA > RT-QTD-PARADAS
                  DISPLAY 'PARADA ' WS-IDX-PARADA ' '
                          RT-PA-NOME (WS-IDX-PARADA) ' '
                          RT-PA-HORARIO (WS-IDX-PARADA)
                  PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                          UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
                     MOVE WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS)
                       TO REG-PASSAGEIRO
                     IF TP-CD-ROTA = RT-CD-ROTA AND TP-ATIVO AND
                        TP-NR-PARADA = WS-IDX-PARADA THEN
                        MOVE SPACES TO WS-NM-ALUNO
                        MOVE TP-CD-STUDENT TO WS-STUDENT-REL-KEY
                        IF FS-STUDENT = '00' THEN
                           READ STUDENT
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   MOVE NM-STUDENT TO WS-NM-ALUNO
                           END-READ
                        END-IF
                        DISPLAY '      ' TP-CD-STUDENT ' ' WS-NM-ALUNO
                                ' DESDE ' TP-DATA-INICIO
                     END-IF
                  END-PERFORM
               END-PERFORM
               CLOSE STUDENT
            END-IF
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTROS.
            OPEN OUTPUT ROTA-FILE
            PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                    UNTIL WS-IDX-ROTA > WS-QTD-ROTAS
               MOVE WS-TAB-REG-ROTA (WS-IDX-ROTA) TO REG-ROTA
               WRITE REG-ROTA
            END-PERFORM
            CLOSE ROTA-FILE

            OPEN OUTPUT PASSAGEIRO-FILE
            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                    UNTIL WS-IDX-PAS > WS-QTD-PASSAGEIROS
               MOVE WS-TAB-REG-PASSAGEIRO (WS-IDX-PAS) TO REG-PASSAGEIRO
               WRITE REG-PASSAGEIRO
            END-PERFORM
            CLOSE PASSAGEIRO-FILE
            DISPLAY 'CADASTROS GRAVADOS: ' WS-QTD-ROTAS ' ROTA(S), '
                    WS-QTD-PASSAGEIROS ' ALUNO(S) NO TRANSPORTE'
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PROGARQ024' TO LY-PROGRAMA
            MOVE '../ERROS.TXT' TO LY-NOME-ERROS
            SET LY-CONFERIR TO TRUE

            MOVE '../STUDENT.TXT' TO LY-NOME-ARQUIVO
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
            MOVE '../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM PROGARQ024.
