      *          (FREQUENCIA-APURADA.TXT) COM AS MESMAS REGRAS DE
      *          ABONO DO APURAR-FREQUENCIA - A CORRECAO NAO FICA
      *          ESPERANDO A PROXIMA APURACAO GERAL.
      *          A OPCAO 2 CORRIGE O CONTEUDO MINISTRADO DE UMA AULA
      *          (CONTEUDOS.TXT, VEJA CONTEUDO-RECORD.CPY) COM A MESMA
      *          TRILHA: O ORIGINAL FICA ESTORNADO ('E') E O TEXTO
      *          NOVO ENTRA COMO CORRECAO ('C') COM O OPERADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MENSAL-TRABALHO ASSIGN TO
           '../../FREQUENCIA-MENSAL-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTEUDO-FILE ASSIGN TO
           '../../CONTEUDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTEUDO.

           SELECT CONTEUDO-TRAB ASSIGN TO
           '../../CONTEUDOS-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD CHAMADA-TRAB.
       01 REG-CHAMADA-TRAB         PIC X(37).
       FD FREQUENCIA-FILE.
           COPY FREQUENCIA-RECORD.
       FD FREQUENCIA-TRAB.
           COPY FREQ-MENSAL-RECORD.
       FD MENSAL-TRABALHO.
       01 REG-MENSAL-TRAB          PIC X(29).
       FD CONTEUDO-FILE.
           COPY CONTEUDO-RECORD.
       FD CONTEUDO-TRAB.
       01 REG-CONTEUDO-TRAB        PIC X(157).
       WORKING-STORAGE SECTION.
       77 FS-CONTEUDO                 PIC X(02)       VALUE SPACES.
      * 1 = MARCACAO DE PRESENCA DE UM ALUNO, 2 = CONTEUDO DA AULA.
       77 WS-OPCAO-CORRECAO           PIC 9(01)       VALUE 1.
       01 WS-CONTEUDO-ORIGINAL        PIC X(157)      VALUE SPACES.
       77 WS-CONTEUDO-NOVO            PIC X(60)       VALUE SPACES.
       77 WS-TAREFA-NOVA              PIC X(60)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-FREQUENCIA               PIC X(02)       VALUE SPACES.
       77 FS-MENSAL                   PIC X(02)       VALUE SPACES.
      * - O OPERADOR FICA GRAVADO NO PROPRIO REGISTRO DE CORRECAO.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): CHAMADA DE TURMA DE OUTRA UNIDADE NAO EH CORRIGIDA
      * POR ELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-CD-STUDENT-FILTRO        PIC 9(05)       VALUE 0.
       77 WS-TURMA-FILTRO             PIC X(05)       VALUE SPACES.
       77 WS-MATERIA-FILTRO           PIC X(05)       VALUE SPACES.
       77 WS-DATA-FILTRO              PIC 9(08)       VALUE 0.
       77 WS-SEQ-REGISTRO             PIC 9(07)       VALUE 0.
       77 WS-SEQ-ALVO                 PIC 9(07)       VALUE 0.
       01 WS-REGISTRO-ORIGINAL        PIC X(37)       VALUE SPACES.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
      * REAPURACAO DO ALUNO/MATERIA AFETADO: MESMOS ACUMULADORES E
      * REGRAS DE ABONO DO APURAR-FREQUENCIA, SO QUE PARA UMA UNICA
       77 WS-RETORNO-ABONO            PIC 9(01)       VALUE 0.
       77 WS-FALTA-ABONADA            PIC X(01)       VALUE 'N'.
       77 WS-FREQ-ACHADA              PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'CORRECAO DE MARCACAO DE CHAMADA'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'CORRIGIR: 1 = MARCACAO DE PRESENCA, '
                    '2 = CONTEUDO DA AULA [1]: '
            ACCEPT WS-OPCAO-CORRECAO
            IF WS-OPCAO-CORRECAO = 2 THEN
               PERFORM P700-CORRIGIR-CONTEUDO
               STOP RUN
            END-IF

            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-STUDENT-FILTRO
            ACCEPT WS-MATERIA-FILTRO
            DISPLAY 'DATA DA AULA (DDMMAAAA).......: '
            ACCEPT WS-DATA-FILTRO
            PERFORM P050-CONFERIR-UNIDADE-TURMA

            PERFORM P100-LOCALIZAR-ALVO


            STOP RUN.
      *-----------------------------------------------------------------
      * TURMA DA AULA NA UNIDADE DO OPERADOR (TURMA FORA DO CADASTRO =
      * UNIDADE PRINCIPAL).
      *-----------------------------------------------------------------
       P050-CONFERIR-UNIDADE-TURMA.
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-FILTRO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
               MOVE SPACES TO TU-CD-UNIDADE
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          TU-CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - '
                       'CORRECAO NEGADA'
               STOP RUN
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA: ACHA O ORDINAL DO ULTIMO REGISTRO VIVO QUE
      * BATE COM O FILTRO (MESMO EXPEDIENTE DE CORRIGIR-NOTA/P100).
      *-----------------------------------------------------------------
            CLOSE CHAMADA-FILE
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * A MARCA DE SUSPENSAO ('S') NAO SE CORRIGE AQUI: ELA VEM DO
      * REGISTRO DE OCORRENCIAS (PROGARQ017), QUE EH ONDE O PERIODO
      * DA SUSPENSAO DEVE SER ACERTADO.
      *-----------------------------------------------------------------
       P200-CONFIRMAR-CORRECAO.
            MOVE WS-REGISTRO-ORIGINAL TO REG-CHAMADA
            DISPLAY '  ALUNO....: ' CH-CD-STUDENT
                    '  AULA DE ' CH-DATA-AULA
            DISPLAY '  PRESENCA.: ' CH-PRESENCA
                    ' (P=PRESENTE F=FALTA S=SUSPENSO)'
            IF CH-SUSPENSO THEN
               DISPLAY 'ALUNO SUSPENSO NA DATA - ACERTE O PERIODO NO '
                       'REGISTRO DE OCORRENCIAS (PROGARQ017)'
               MOVE 'N' TO WS-CONFIRMA
            ELSE
               IF CH-FALTOU THEN
                  DISPLAY 'A CORRECAO MARCARA PRESENTE (P)'
               ELSE
                  DISPLAY 'A CORRECAO MARCARA FALTA (F)'
               END-IF
               DISPLAY 'CONFIRMA O ESTORNO E A CORRECAO (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' THEN
                  MOVE 'N' TO WS-CONFIRMA
               END-IF
            END-IF
            .
       P200-FIM.
                    NOT AT END
                        IF CH-CD-STUDENT = WS-CD-STUDENT-FILTRO AND
                           CH-CD-MATERIA = WS-MATERIA-FILTRO AND
                           NOT CH-REGISTRO-ESTORNADO AND
                           NOT CH-SUSPENSO THEN
                           PERFORM P510-ACUMULAR-AULA
                        END-IF
               END-READ
            .
       P610-FIM.
      *-----------------------------------------------------------------
      * CORRECAO DO CONTEUDO MINISTRADO: LOCALIZA O REGISTRO VIVO DA
      * AULA, MOSTRA O TEXTO ATUAL, ACEITA O NOVO (ENTER MANTEM) E
      * PASSA PELAS MESMAS TRES PASSADAS DA MARCACAO DE PRESENCA.
      *-----------------------------------------------------------------
       P700-CORRIGIR-CONTEUDO.
            DISPLAY 'TURMA DA AULA.................: '
            ACCEPT WS-TURMA-FILTRO
            DISPLAY 'MATERIA DA AULA...............: '
            ACCEPT WS-MATERIA-FILTRO
            DISPLAY 'DATA DA AULA (DDMMAAAA).......: '
            ACCEPT WS-DATA-FILTRO
            PERFORM P050-CONFERIR-UNIDADE-TURMA

            PERFORM P710-LOCALIZAR-CONTEUDO

            IF WS-SEQ-ALVO = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* NENHUM CONTEUDO VIVO ENCONTRADO PARA ESSA  *'
               DISPLAY '* TURMA/MATERIA/DATA                         *'
               DISPLAY '***********************************************'
            ELSE
               PERFORM P720-CONFIRMAR-CONTEUDO
               IF WS-CONFIRMA = 'S' THEN
                  PERFORM P730-ESTORNAR-CONTEUDO
                  PERFORM P740-ANEXAR-CONTEUDO
                  DISPLAY 'CORRECAO DO CONTEUDO GRAVADA'
               ELSE
                  DISPLAY 'CORRECAO ABANDONADA - NADA ALTERADO'
               END-IF
            END-IF
            .
       P700-FIM.
      *-----------------------------------------------------------------
       P710-LOCALIZAR-CONTEUDO.
            MOVE 0 TO WS-SEQ-REGISTRO
            MOVE 0 TO WS-SEQ-ALVO
            MOVE 'N' TO WS-EOF

            OPEN INPUT CONTEUDO-FILE
            IF FS-CONTEUDO NOT = '00' THEN
               DISPLAY 'REGISTRO DE CONTEUDOS (CONTEUDOS.TXT) NAO '
                       'ENCONTRADO'
               STOP RUN
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ CONTEUDO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SEQ-REGISTRO
                        IF CT-CD-TURMA = WS-TURMA-FILTRO AND
                           CT-CD-MATERIA = WS-MATERIA-FILTRO AND
                           CT-DATA-AULA = WS-DATA-FILTRO AND
                           NOT CT-REGISTRO-ESTORNADO THEN
                           MOVE WS-SEQ-REGISTRO TO WS-SEQ-ALVO
                           MOVE REG-CONTEUDO TO WS-CONTEUDO-ORIGINAL
                        END-IF
               END-READ
            END-PERFORM
            CLOSE CONTEUDO-FILE
            .
       P710-FIM.
      *-----------------------------------------------------------------
      * TAREFA: ENTER MANTEM A ATUAL, '*' APAGA (AULA SEM TAREFA).
      *-----------------------------------------------------------------
       P720-CONFIRMAR-CONTEUDO.
            MOVE WS-CONTEUDO-ORIGINAL TO REG-CONTEUDO
            DISPLAY 'CONTEUDO ENCONTRADO (AULA DE ' CT-DATA-AULA '):'
            DISPLAY '  CONTEUDO.: ' CT-CONTEUDO
            DISPLAY '  TAREFA...: ' CT-TAREFA

            MOVE SPACES TO WS-CONTEUDO-NOVO
            DISPLAY 'NOVO CONTEUDO (ENTER = MANTEM): '
            ACCEPT WS-CONTEUDO-NOVO
            IF WS-CONTEUDO-NOVO = SPACES THEN
               MOVE CT-CONTEUDO TO WS-CONTEUDO-NOVO
            END-IF

            MOVE SPACES TO WS-TAREFA-NOVA
            DISPLAY 'NOVA TAREFA (ENTER = MANTEM, * = NENHUMA): '
            ACCEPT WS-TAREFA-NOVA
            EVALUATE WS-TAREFA-NOVA
               WHEN SPACES
                  MOVE CT-TAREFA TO WS-TAREFA-NOVA
               WHEN '*'
                  MOVE SPACES TO WS-TAREFA-NOVA
            END-EVALUATE

            IF WS-CONTEUDO-NOVO = CT-CONTEUDO AND
               WS-TAREFA-NOVA = CT-TAREFA THEN
               DISPLAY 'NADA MUDOU NO CONTEUDO DA AULA'
               MOVE 'N' TO WS-CONFIRMA
            ELSE
               DISPLAY 'CONFIRMA O ESTORNO E A CORRECAO (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' THEN
                  MOVE 'N' TO WS-CONFIRMA
               END-IF
            END-IF
            .
       P720-FIM.
      *-----------------------------------------------------------------
       P730-ESTORNAR-CONTEUDO.
            MOVE 0 TO WS-SEQ-REGISTRO
            MOVE 'N' TO WS-EOF

            OPEN INPUT CONTEUDO-FILE
            OPEN OUTPUT CONTEUDO-TRAB
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ CONTEUDO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SEQ-REGISTRO
                        IF WS-SEQ-REGISTRO = WS-SEQ-ALVO THEN
                           MOVE 'E' TO CT-TIPO-REGISTRO
                           MOVE WS-OPERADOR TO CT-OPERADOR-CORRECAO
                        END-IF
                        MOVE REG-CONTEUDO TO REG-CONTEUDO-TRAB
                        WRITE REG-CONTEUDO-TRAB
               END-READ
            END-PERFORM
            CLOSE CONTEUDO-FILE
            CLOSE CONTEUDO-TRAB
            .
       P730-FIM.
      *-----------------------------------------------------------------
       P740-ANEXAR-CONTEUDO.
            MOVE 'N' TO WS-EOF

            OPEN INPUT CONTEUDO-TRAB
            OPEN OUTPUT CONTEUDO-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ CONTEUDO-TRAB
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-CONTEUDO-TRAB TO REG-CONTEUDO
                        WRITE REG-CONTEUDO
               END-READ
            END-PERFORM
            CLOSE CONTEUDO-TRAB

            MOVE WS-CONTEUDO-ORIGINAL TO REG-CONTEUDO
            MOVE WS-CONTEUDO-NOVO TO CT-CONTEUDO
            MOVE WS-TAREFA-NOVA TO CT-TAREFA
            ACCEPT CT-DATA-REGISTRO FROM DATE YYYYMMDD
            MOVE 'C' TO CT-TIPO-REGISTRO
            MOVE WS-OPERADOR TO CT-OPERADOR-CORRECAO
            WRITE REG-CONTEUDO
            CLOSE CONTEUDO-FILE
            .
       P740-FIM.
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
       END PROGRAM CORRIGIR-CHAMADA.
