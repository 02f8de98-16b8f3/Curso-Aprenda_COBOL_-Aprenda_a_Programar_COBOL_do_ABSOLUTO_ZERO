      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA FICHA DE SAUDE DO ALUNO (FICHA-SAUDE.
      *          TXT, VEJA FICHA-SAUDE-RECORD.CPY) PELA SECRETARIA:
      *          TIPO SANGUINEO, ALERGIAS, MEDICACAO CONTINUA, PLANO
      *          DE SAUDE E OBSERVACOES PARA O PROFESSOR. DADO
      *          CONFIDENCIAL - SO OPERADOR CADASTRADO ENTRA, E CADA
      *          GRAVACAO LEVA DATA E OPERADOR. NA ATUALIZACAO, ENTER
      *          EM BRANCO MANTEM O VALOR ATUAL E '*' APAGA O CAMPO;
      *          CONFIRMAR A FICHA SEM MUDANCA TAMBEM RENOVA A DATA
      *          DA REVISAO (A FAMILIA CONFIRMOU QUE NADA MUDOU). O
      *          ARQUIVO FICA EM MEMORIA E EH REGRAVADO NA SAIDA
      *          (MESMO EXPEDIENTE DE DOCUMENTOS-ALUNO). A FOLHA DE
      *          EMERGENCIA POR TURMA E A LISTA DE FICHAS FALTANTES
      *          OU VENCIDAS SAEM NO FICHA-EMERGENCIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-SAUDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT FICHA-FILE ASSIGN TO
           '../../FICHA-SAUDE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHA.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD FICHA-FILE.
           COPY FICHA-SAUDE-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-FICHA                    PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): ALUNO DE OUTRA
      * UNIDADE NAO TEM A FICHA DE SAUDE MOSTRADA NEM ALTERADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-RESPOSTA                 PIC X(01)       VALUE SPACE.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-DATA-LIMITE              PIC 9(08)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       77 WS-QTD-GRAVADAS             PIC 9(04)       VALUE 0.
      * CAMPO DIGITADO NA ATUALIZACAO (BRANCO MANTEM, '*' APAGA).
       77 WS-TEXTO-DIGITADO           PIC X(60)       VALUE SPACES.
       77 WS-TIPO-VALIDO              PIC 9(01)       VALUE 0.
       01 WS-TABELA-TIPOS-SANGUE.
           03 FILLER PIC X(24) VALUE 'A+ A- B+ B- AB+AB-O+ O- '.
       01 WS-TABELA-TIPOS-RED REDEFINES WS-TABELA-TIPOS-SANGUE.
           03 WS-TIPO-SANGUE OCCURS 8 TIMES
                                   PIC X(03).
       77 WS-IDX-TIPO                 PIC 9(01)       VALUE 0.
      * FICHAS EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA SAIDA).
       77 WS-QTD-FICHAS               PIC 9(04)       VALUE 0.
       77 WS-IDX-FICHA                PIC 9(04)       VALUE 0.
       77 WS-POS-FICHA                PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-FICHAS.
           02 WS-FICHA-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-FICHA     PIC X(246).
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
            DISPLAY 'FICHA DE SAUDE DO ALUNO - CONFIDENCIAL'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 THEN
               DISPLAY 'OPERADOR NAO CADASTRADO OU DESATIVADO - '
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            PERFORM P050-CARREGAR-FICHAS
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'FICHA-SAUDE.TXT MAIOR QUE A TABELA '
                       '(3000) - NADA ALTERADO'
               STOP RUN
            END-IF
      * REVISAO ANTERIOR A ESTA DATA (HOJE MENOS UM ANO, AAAAMMDD)
      * CONTA COMO VENCIDA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DATA-LIMITE = WS-DATA-HOJE - 10000

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF

            MOVE 1 TO WS-CD-DIGITADO
            PERFORM WITH TEST BEFORE UNTIL WS-CD-DIGITADO = 0
               DISPLAY ' '
               DISPLAY 'CODIGO DO ALUNO (0 = ENCERRA)..: '
               ACCEPT WS-CD-DIGITADO
               IF WS-CD-DIGITADO NOT = 0 THEN
                  PERFORM P100-ATENDER-ALUNO
               END-IF
            END-PERFORM
            CLOSE STUDENT

            IF WS-HOUVE-ALTERACAO = 'S' THEN
               PERFORM P900-REGRAVAR-FICHAS
            END-IF
            DISPLAY 'FICHAS GRAVADAS NESTA SESSAO: ' WS-QTD-GRAVADAS
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-FICHAS.
            MOVE 0 TO WS-QTD-FICHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT FICHA-FILE
            IF FS-FICHA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ FICHA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-FICHAS < 3000 THEN
                              ADD 1 TO WS-QTD-FICHAS
                              MOVE REG-FICHA-SAUDE
                                TO WS-TAB-REG-FICHA (WS-QTD-FICHAS)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE FICHA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-ATENDER-ALUNO.
            MOVE WS-CD-DIGITADO TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-ACHOU-ALUNO
            READ STUDENT
                 INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
                 NOT INVALID KEY
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    IF WS-RETORNO-UNIDADE NOT = 0 THEN
                       MOVE 2 TO WS-ACHOU-ALUNO
                    END-IF
            END-READ
            IF WS-ACHOU-ALUNO = 0 THEN
               DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO'
            END-IF
            IF WS-ACHOU-ALUNO = 2 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                       'FICHA NEGADA'
            END-IF
            IF WS-ACHOU-ALUNO = 1 THEN
               DISPLAY 'ALUNO: ' CD-STUDENT ' - ' NM-STUDENT
                       ' TURMA ' CD-TURMA
               PERFORM P150-LOCALIZAR-FICHA
               IF WS-POS-FICHA = 0 THEN
                  DISPLAY 'ALUNO SEM FICHA DE SAUDE - INCLUIR AGORA '
                          '(S/N): '
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA = 'S' THEN
                     INITIALIZE REG-FICHA-SAUDE
                     MOVE WS-CD-DIGITADO TO SA-CD-STUDENT
                     PERFORM P300-ATUALIZAR-FICHA
                  ELSE
                     DISPLAY 'NADA ALTERADO PARA ESTE ALUNO'
                  END-IF
               ELSE
                  MOVE WS-TAB-REG-FICHA (WS-POS-FICHA)
                    TO REG-FICHA-SAUDE
                  PERFORM P200-MOSTRAR-FICHA
                  DISPLAY 'ATUALIZAR/CONFIRMAR A FICHA (S/N): '
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA = 'S' THEN
                     PERFORM P300-ATUALIZAR-FICHA
                  END-IF
               END-IF
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-FICHA.
            MOVE 0 TO WS-POS-FICHA
            PERFORM VARYING WS-IDX-FICHA FROM 1 BY 1
                    UNTIL WS-IDX-FICHA > WS-QTD-FICHAS
                       OR WS-POS-FICHA > 0
               MOVE WS-TAB-REG-FICHA (WS-IDX-FICHA)
                 TO REG-FICHA-SAUDE
               IF SA-CD-STUDENT = WS-CD-DIGITADO THEN
                  MOVE WS-IDX-FICHA TO WS-POS-FICHA
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P200-MOSTRAR-FICHA.
            DISPLAY '  TIPO SANGUINEO...: ' SA-TIPO-SANGUINEO
            DISPLAY '  ALERGIAS.........: ' SA-ALERGIAS
            DISPLAY '  MEDICACAO........: ' SA-MEDICACAO
            DISPLAY '  PLANO DE SAUDE...: ' SA-NM-PLANO-SAUDE
                    ' NR ' SA-NR-PLANO-SAUDE
            DISPLAY '  OBSERVACOES......: ' SA-OBSERVACOES
            DISPLAY '  ULTIMA REVISAO...: ' SA-DATA-REVISAO
                    ' POR ' SA-OPERADOR
            IF SA-DATA-REVISAO < WS-DATA-LIMITE THEN
               DISPLAY '  *** FICHA COM MAIS DE UM ANO - CONFIRME '
                       'COM A FAMILIA ***'
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * ENTER EM BRANCO MANTEM O VALOR ATUAL; '*' APAGA O CAMPO. O
      * TIPO SANGUINEO SO ACEITA OS OITO TIPOS (OU '*' = NAO
      * INFORMADO). NO FIM, CONFIRMA E CARIMBA DATA E OPERADOR.
      *-----------------------------------------------------------------
       P300-ATUALIZAR-FICHA.
            DISPLAY '(ENTER MANTEM O VALOR ATUAL, * APAGA O CAMPO)'
            MOVE 0 TO WS-TIPO-VALIDO
            PERFORM WITH TEST AFTER UNTIL WS-TIPO-VALIDO = 1
               DISPLAY 'TIPO SANGUINEO (A+ A- B+ B- AB+ AB- O+ O-): '
               MOVE SPACES TO WS-TEXTO-DIGITADO
               ACCEPT WS-TEXTO-DIGITADO
               EVALUATE TRUE
                  WHEN WS-TEXTO-DIGITADO = SPACES
                     MOVE 1 TO WS-TIPO-VALIDO
                  WHEN WS-TEXTO-DIGITADO = '*'
                     MOVE SPACES TO SA-TIPO-SANGUINEO
                     MOVE 1 TO WS-TIPO-VALIDO
                  WHEN OTHER
                     PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                             UNTIL WS-IDX-TIPO > 8
                        IF WS-TEXTO-DIGITADO (1:3) =
                           WS-TIPO-SANGUE (WS-IDX-TIPO) THEN
                           MOVE WS-TEXTO-DIGITADO (1:3)
                             TO SA-TIPO-SANGUINEO
                           MOVE 1 TO WS-TIPO-VALIDO
                        END-IF
                     END-PERFORM
                     IF WS-TIPO-VALIDO = 0 THEN
                        DISPLAY 'TIPO SANGUINEO INVALIDO'
                     END-IF
               END-EVALUATE
            END-PERFORM

            DISPLAY 'ALERGIAS..........................: '
            MOVE SPACES TO WS-TEXTO-DIGITADO
            ACCEPT WS-TEXTO-DIGITADO
            EVALUATE TRUE
               WHEN WS-TEXTO-DIGITADO = '*'
                  MOVE SPACES TO SA-ALERGIAS
               WHEN WS-TEXTO-DIGITADO NOT = SPACES
                  MOVE WS-TEXTO-DIGITADO TO SA-ALERGIAS
            END-EVALUATE

            DISPLAY 'MEDICACAO CONTINUA................: '
            MOVE SPACES TO WS-TEXTO-DIGITADO
            ACCEPT WS-TEXTO-DIGITADO
            EVALUATE TRUE
               WHEN WS-TEXTO-DIGITADO = '*'
                  MOVE SPACES TO SA-MEDICACAO
               WHEN WS-TEXTO-DIGITADO NOT = SPACES
                  MOVE WS-TEXTO-DIGITADO TO SA-MEDICACAO
            END-EVALUATE

            DISPLAY 'PLANO DE SAUDE (OPERADORA)........: '
            MOVE SPACES TO WS-TEXTO-DIGITADO
            ACCEPT WS-TEXTO-DIGITADO
            EVALUATE TRUE
               WHEN WS-TEXTO-DIGITADO = '*'
                  MOVE SPACES TO SA-NM-PLANO-SAUDE
                  MOVE SPACES TO SA-NR-PLANO-SAUDE
               WHEN WS-TEXTO-DIGITADO NOT = SPACES
                  MOVE WS-TEXTO-DIGITADO TO SA-NM-PLANO-SAUDE
            END-EVALUATE
            IF SA-NM-PLANO-SAUDE NOT = SPACES THEN
               DISPLAY 'NUMERO DA CARTEIRINHA DO PLANO....: '
               MOVE SPACES TO WS-TEXTO-DIGITADO
               ACCEPT WS-TEXTO-DIGITADO
               EVALUATE TRUE
                  WHEN WS-TEXTO-DIGITADO = '*'
                     MOVE SPACES TO SA-NR-PLANO-SAUDE
                  WHEN WS-TEXTO-DIGITADO NOT = SPACES
                     MOVE WS-TEXTO-DIGITADO TO SA-NR-PLANO-SAUDE
               END-EVALUATE
            END-IF

            DISPLAY 'OBSERVACOES PARA O PROFESSOR......: '
            MOVE SPACES TO WS-TEXTO-DIGITADO
            ACCEPT WS-TEXTO-DIGITADO
            EVALUATE TRUE
               WHEN WS-TEXTO-DIGITADO = '*'
                  MOVE SPACES TO SA-OBSERVACOES
               WHEN WS-TEXTO-DIGITADO NOT = SPACES
                  MOVE WS-TEXTO-DIGITADO TO SA-OBSERVACOES
            END-EVALUATE

            PERFORM P200-MOSTRAR-FICHA
            DISPLAY 'CONFIRMA A FICHA COMO REVISADA HOJE (S/N): '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S' THEN
               DISPLAY 'FICHA ABANDONADA - NADA ALTERADO'
            ELSE
               IF WS-POS-FICHA = 0 AND WS-QTD-FICHAS >= 3000 THEN
                  DISPLAY 'TABELA DE FICHAS CHEIA (3000)'
               ELSE
                  MOVE WS-DATA-HOJE TO SA-DATA-REVISAO
                  MOVE WS-OPERADOR TO SA-OPERADOR
                  IF WS-POS-FICHA = 0 THEN
                     ADD 1 TO WS-QTD-FICHAS
                     MOVE WS-QTD-FICHAS TO WS-POS-FICHA
                  END-IF
                  MOVE REG-FICHA-SAUDE
                    TO WS-TAB-REG-FICHA (WS-POS-FICHA)
                  MOVE 'S' TO WS-HOUVE-ALTERACAO
                  ADD 1 TO WS-QTD-GRAVADAS
                  DISPLAY 'FICHA GRAVADA'
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-FICHAS.
            OPEN OUTPUT FICHA-FILE
            PERFORM VARYING WS-IDX-FICHA FROM 1 BY 1
                    UNTIL WS-IDX-FICHA > WS-QTD-FICHAS
               MOVE WS-TAB-REG-FICHA (WS-IDX-FICHA)
                 TO REG-FICHA-SAUDE
               WRITE REG-FICHA-SAUDE
            END-PERFORM
            CLOSE FICHA-FILE
            DISPLAY 'FICHAS NO ARQUIVO: ' WS-QTD-FICHAS
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'FICHA-SAUDE' TO LY-PROGRAMA
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
       END PROGRAM FICHA-SAUDE.
