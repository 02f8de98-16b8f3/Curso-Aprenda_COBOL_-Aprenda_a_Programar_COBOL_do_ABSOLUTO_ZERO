      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: BAIXA DOS DOCUMENTOS DE MATRICULA ENTREGUES PELA
      *          FAMILIA NO CHECKLIST DO ALUNO (DOCUMENTOS-ALUNO.TXT,
      *          VEJA DOCUMENTO-ALUNO-RECORD.CPY): A SECRETARIA
      *          INFORMA O ALUNO, VE O QUE AINDA ESTA PENDENTE E MARCA
      *          CADA DOCUMENTO RECEBIDO (DATA E OPERADOR FICAM NO
      *          REGISTRO). ALUNO CADASTRADO ANTES DO CHECKLIST
      *          EXISTIR PODE TER O CHECKLIST ABERTO AQUI MESMO
      *          (TRANSICAO). O ARQUIVO FICA EM MEMORIA E EH REGRAVADO
      *          NA SAIDA (MESMO EXPEDIENTE DE PROGARQ008). A
      *          COBRANCA SEMANAL SAI NO DOCUMENTOS-PENDENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTOS-ALUNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT DOCUMENTO-FILE ASSIGN TO
           '../../DOCUMENTOS-ALUNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCUMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD DOCUMENTO-FILE.
           COPY DOCUMENTO-ALUNO-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-DOCUMENTO                PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): ALUNO DE OUTRA UNIDADE NAO TEM DOCUMENTO BAIXADO.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-NOME-ALUNO               PIC X(20)       VALUE SPACES.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-DOCUMENTO-ESCOLHIDO      PIC 9(01)       VALUE 0.
       77 WS-RESPOSTA                 PIC X(01)       VALUE SPACE.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       77 WS-QTD-BAIXAS               PIC 9(04)       VALUE 0.
       77 WS-IDX-DOCUMENTO            PIC 9(01)       VALUE 0.
       77 WS-DESCRICAO-SITUACAO       PIC X(14)       VALUE SPACES.
      * NOMES DAS CINCO POSICOES FIXAS DO CHECKLIST (MESMA ORDEM DE
      * DOCUMENTO-ALUNO-RECORD.CPY).
       01 WS-TABELA-NOMES-DOC.
           03 FILLER PIC X(30) VALUE 'CERTIDAO DE NASCIMENTO'.
           03 FILLER PIC X(30) VALUE 'CPF'.
           03 FILLER PIC X(30) VALUE 'CARTEIRA DE VACINACAO'.
           03 FILLER PIC X(30) VALUE 'COMPROVANTE DE RESIDENCIA'.
           03 FILLER PIC X(30) VALUE 'HISTORICO DA ESCOLA ANTERIOR'.
       01 WS-TABELA-NOMES-RED REDEFINES WS-TABELA-NOMES-DOC.
           03 WS-NOME-DOCUMENTO OCCURS 5 TIMES
                                   PIC X(30).
      * CHECKLISTS EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA SAIDA).
       77 WS-QTD-CHECKLISTS           PIC 9(04)       VALUE 0.
       77 WS-IDX-CHECK                PIC 9(04)       VALUE 0.
       77 WS-POS-CHECK                PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-CHECKLISTS.
           02 WS-CHECK-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-DOCUMENTO PIC X(124).
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
            DISPLAY 'DOCUMENTOS DE MATRICULA - BAIXA DE ENTREGA'
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

            PERFORM P050-CARREGAR-CHECKLISTS
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'DOCUMENTOS-ALUNO.TXT MAIOR QUE A TABELA '
                       '(3000) - NADA ALTERADO'
               STOP RUN
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

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
               PERFORM P900-REGRAVAR-CHECKLISTS
            END-IF
            DISPLAY 'DOCUMENTOS BAIXADOS NESTA SESSAO: ' WS-QTD-BAIXAS
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-CHECKLISTS.
            MOVE 0 TO WS-QTD-CHECKLISTS
            MOVE 'N' TO WS-EOF
            OPEN INPUT DOCUMENTO-FILE
            IF FS-DOCUMENTO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DOCUMENTO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CHECKLISTS < 3000 THEN
                              ADD 1 TO WS-QTD-CHECKLISTS
                              MOVE REG-DOCUMENTO-ALUNO
                                TO WS-TAB-REG-DOCUMENTO
                                   (WS-QTD-CHECKLISTS)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DOCUMENTO-FILE
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
                       'BAIXA NEGADA'
            END-IF
            IF WS-ACHOU-ALUNO = 1 THEN
               MOVE NM-STUDENT TO WS-NOME-ALUNO
               DISPLAY 'ALUNO: ' CD-STUDENT ' - ' WS-NOME-ALUNO
                       ' TURMA ' CD-TURMA
               PERFORM P150-LOCALIZAR-CHECKLIST
               IF WS-POS-CHECK = 0 THEN
                  PERFORM P200-ABRIR-CHECKLIST
               END-IF
               IF WS-POS-CHECK > 0 THEN
                  PERFORM P300-BAIXAR-DOCUMENTOS
               END-IF
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-CHECKLIST.
            MOVE 0 TO WS-POS-CHECK
            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
                    UNTIL WS-IDX-CHECK > WS-QTD-CHECKLISTS
                       OR WS-POS-CHECK > 0
               MOVE WS-TAB-REG-DOCUMENTO (WS-IDX-CHECK)
                 TO REG-DOCUMENTO-ALUNO
               IF DA-CD-STUDENT = WS-CD-DIGITADO THEN
                  MOVE WS-IDX-CHECK TO WS-POS-CHECK
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * ALUNO SEM CHECKLIST (CADASTRADO ANTES DELE EXISTIR): ABRE NA
      * HORA, COM A MESMA REGRA DA INCLUSAO (PROGARQ002/P810).
      *-----------------------------------------------------------------
       P200-ABRIR-CHECKLIST.
            DISPLAY 'ALUNO SEM CHECKLIST DE DOCUMENTOS - ABRIR AGORA '
                    '(S/N): '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S' THEN
               DISPLAY 'NADA ALTERADO PARA ESTE ALUNO'
            ELSE
               IF WS-QTD-CHECKLISTS >= 3000 THEN
                  DISPLAY 'TABELA DE CHECKLISTS CHEIA (3000)'
               ELSE
                  INITIALIZE REG-DOCUMENTO-ALUNO
                  MOVE WS-CD-DIGITADO TO DA-CD-STUDENT
                  MOVE WS-DATA-HOJE TO DA-DATA-ABERTURA
                  MOVE 'DOCUMENTOS-ALUNO' TO DA-ORIGEM
                  DISPLAY 'TRANSFERIDO DE OUTRA ESCOLA (S/N) [N]: '
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA = 'S' THEN
                     MOVE 'S' TO DA-TRANSFERIDO
                  ELSE
                     MOVE 'N' TO DA-TRANSFERIDO
                  END-IF
                  PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                          UNTIL WS-IDX-DOCUMENTO > 5
                     SET DA-PENDENTE (WS-IDX-DOCUMENTO) TO TRUE
                  END-PERFORM
                  IF NOT DA-VEIO-TRANSFERIDO THEN
                     SET DA-NAO-SE-APLICA (5) TO TRUE
                  END-IF
                  ADD 1 TO WS-QTD-CHECKLISTS
                  MOVE WS-QTD-CHECKLISTS TO WS-POS-CHECK
                  MOVE REG-DOCUMENTO-ALUNO
                    TO WS-TAB-REG-DOCUMENTO (WS-POS-CHECK)
                  MOVE 'S' TO WS-HOUVE-ALTERACAO
                  DISPLAY 'CHECKLIST ABERTO'
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * MOSTRA O CHECKLIST E BAIXA OS DOCUMENTOS ENTREGUES, UM POR VEZ,
      * ATE O OPERADOR DIGITAR 0.
      *-----------------------------------------------------------------
       P300-BAIXAR-DOCUMENTOS.
            MOVE WS-TAB-REG-DOCUMENTO (WS-POS-CHECK)
              TO REG-DOCUMENTO-ALUNO
            MOVE 1 TO WS-DOCUMENTO-ESCOLHIDO
            PERFORM WITH TEST BEFORE UNTIL WS-DOCUMENTO-ESCOLHIDO = 0
               PERFORM P310-MOSTRAR-CHECKLIST
               DISPLAY 'DOCUMENTO RECEBIDO (1-5, 0 = VOLTA): '
               ACCEPT WS-DOCUMENTO-ESCOLHIDO
               EVALUATE TRUE
                  WHEN WS-DOCUMENTO-ESCOLHIDO = 0
                     CONTINUE
                  WHEN WS-DOCUMENTO-ESCOLHIDO > 5
                     DISPLAY 'DOCUMENTO INVALIDO'
                  WHEN DA-RECEBIDO (WS-DOCUMENTO-ESCOLHIDO)
                     DISPLAY 'DOCUMENTO JA RECEBIDO EM '
                             DA-DATA-RECEBIMENTO
                             (WS-DOCUMENTO-ESCOLHIDO)
                  WHEN DA-NAO-SE-APLICA (WS-DOCUMENTO-ESCOLHIDO)
                     DISPLAY 'DOCUMENTO NAO SE APLICA A ESTE ALUNO'
                  WHEN OTHER
                     SET DA-RECEBIDO (WS-DOCUMENTO-ESCOLHIDO)
                         TO TRUE
                     MOVE WS-DATA-HOJE TO DA-DATA-RECEBIMENTO
                                          (WS-DOCUMENTO-ESCOLHIDO)
                     MOVE WS-OPERADOR TO DA-OPERADOR
                                         (WS-DOCUMENTO-ESCOLHIDO)
                     MOVE REG-DOCUMENTO-ALUNO
                       TO WS-TAB-REG-DOCUMENTO (WS-POS-CHECK)
                     MOVE 'S' TO WS-HOUVE-ALTERACAO
                     ADD 1 TO WS-QTD-BAIXAS
                     DISPLAY 'BAIXADO: ' WS-NOME-DOCUMENTO
                                         (WS-DOCUMENTO-ESCOLHIDO)
               END-EVALUATE
            END-PERFORM
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-MOSTRAR-CHECKLIST.
            PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                    UNTIL WS-IDX-DOCUMENTO > 5
               EVALUATE TRUE
                  WHEN DA-RECEBIDO (WS-IDX-DOCUMENTO)
                     MOVE 'RECEBIDO' TO WS-DESCRICAO-SITUACAO
                  WHEN DA-NAO-SE-APLICA (WS-IDX-DOCUMENTO)
                     MOVE 'NAO SE APLICA' TO WS-DESCRICAO-SITUACAO
                  WHEN OTHER
                     MOVE '*** PENDENTE' TO WS-DESCRICAO-SITUACAO
               END-EVALUATE
               DISPLAY '  ' WS-IDX-DOCUMENTO ' - '
                       WS-NOME-DOCUMENTO (WS-IDX-DOCUMENTO) ' '
                       WS-DESCRICAO-SITUACAO
            END-PERFORM
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CHECKLISTS.
            OPEN OUTPUT DOCUMENTO-FILE
            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
                    UNTIL WS-IDX-CHECK > WS-QTD-CHECKLISTS
               MOVE WS-TAB-REG-DOCUMENTO (WS-IDX-CHECK)
                 TO REG-DOCUMENTO-ALUNO
               WRITE REG-DOCUMENTO-ALUNO
            END-PERFORM
            CLOSE DOCUMENTO-FILE
            DISPLAY 'CHECKLISTS GRAVADOS: ' WS-QTD-CHECKLISTS
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'DOCUMENTOS-ALUNO' TO LY-PROGRAMA
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
       END PROGRAM DOCUMENTOS-ALUNO.
