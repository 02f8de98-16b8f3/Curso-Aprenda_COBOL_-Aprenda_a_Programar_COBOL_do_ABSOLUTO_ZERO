      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE ATENDIMENTO EDUCACIONAL
      *          ESPECIALIZADO (AEE.TXT, VEJA AEE-RECORD.CPY) PELA
      *          COORDENACAO: CATEGORIA DO CENSO, DATAS DO PEI (INICIO,
      *          PROXIMA REVISAO E FIM), MATERIAS COM AVALIACAO
      *          ADAPTADA, PROFISSIONAL DE APOIO, SALA DE RECURSOS E
      *          RECURSO NAS AVALIACOES. DADO CONFIDENCIAL - SO
      *          COORDENADOR/ADMIN CADASTRADO ENTRA, E CADA GRAVACAO
      *          LEVA DATA E OPERADOR. NA ATUALIZACAO, ENTER EM BRANCO
      *          MANTEM O VALOR ATUAL E '*' APAGA O CAMPO (NAS DATAS
      *          DE REVISAO E FIM, '*' VOLTA A 0). O PEI ENCERRADO FICA
      *          NO CADASTRO COM A DATA FIM: DALI EM DIANTE AS NOTAS
      *          LANCADAS DEIXAM DE SAIR COMO ADAPTADAS (VEJA
      *          CONSULTAR-AEE). O ARQUIVO FICA EM MEMORIA E EH
      *          REGRAVADO NA SAIDA (MESMO EXPEDIENTE DE FICHA-SAUDE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEE-CADASTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT AEE-FILE ASSIGN TO
           '../../AEE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AEE.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD AEE-FILE.
           COPY AEE-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-AEE                      PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): ALUNO DE OUTRA UNIDADE NAO TEM O AEE MOSTRADO NEM
      * ALTERADO.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-RESPOSTA                 PIC X(01)       VALUE SPACE.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       77 WS-QTD-GRAVADAS             PIC 9(04)       VALUE 0.
      * CAMPO DIGITADO NA ATUALIZACAO (BRANCO MANTEM, '*' APAGA).
       77 WS-TEXTO-DIGITADO           PIC X(30)       VALUE SPACES.
       77 WS-CAMPO-VALIDO             PIC 9(01)       VALUE 0.
       77 WS-CATEGORIA-DIGITADA       PIC 9(02)       VALUE 0.
      * DATA DIGITADA (DDMMAAAA) E SUA VALIDACAO. WS-DATA-OBRIGATORIA
      * = 'S' NAO ACEITA '*' (INICIO DO PEI).
       77 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-DATA-OBRIGATORIA         PIC X(01)       VALUE 'N'.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-INICIO-ORD               PIC 9(08)       VALUE 0.
       77 WS-DATA-ORD                 PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
      * MATERIAS ADAPTADAS (CONFERIDAS NO CADASTRO DE MATERIAS).
       77 WS-CD-MATERIA               PIC X(05)       VALUE SPACES.
       77 WS-NOME-MATERIA             PIC A(30)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-MATERIA   PIC 9(01)       VALUE 0.
       77 WS-IDX-MATERIA              PIC 9(02)       VALUE 0.
       77 WS-FIM-MATERIAS             PIC X(01)       VALUE 'N'.
       77 WS-DESCRICAO                PIC X(40)       VALUE SPACES.
      * CADASTRO EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA SAIDA).
       77 WS-QTD-AEE                  PIC 9(04)       VALUE 0.
       77 WS-IDX-AEE                  PIC 9(04)       VALUE 0.
       77 WS-POS-AEE                  PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-AEE.
           02 WS-AEE-ITEM OCCURS 1000 TIMES.
              03 WS-TAB-REG-AEE       PIC X(134).
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
            DISPLAY 'CADASTRO DE AEE (EDUCACAO ESPECIAL) - CONFIDENCIAL'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY 'CADASTRO RESTRITO A COORDENADOR/ADMIN '
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            PERFORM P050-CARREGAR-AEE
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'AEE.TXT MAIOR QUE A TABELA '
                       '(1000) - NADA ALTERADO'
               STOP RUN
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET FORMATO-DDMMAAAA TO TRUE

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
               PERFORM P900-REGRAVAR-AEE
            END-IF
            DISPLAY 'CADASTROS GRAVADOS NESTA SESSAO: ' WS-QTD-GRAVADAS
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-AEE.
            MOVE 0 TO WS-QTD-AEE
            MOVE 'N' TO WS-EOF
            OPEN INPUT AEE-FILE
            IF FS-AEE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AEE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AEE < 1000 THEN
                              ADD 1 TO WS-QTD-AEE
                              MOVE REG-AEE
                                TO WS-TAB-REG-AEE (WS-QTD-AEE)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AEE-FILE
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
                       'CADASTRO NEGADO'
            END-IF
            IF WS-ACHOU-ALUNO = 1 THEN
               DISPLAY 'ALUNO: ' CD-STUDENT ' - ' NM-STUDENT
                       ' TURMA ' CD-TURMA
               PERFORM P150-LOCALIZAR-AEE
               IF WS-POS-AEE = 0 THEN
                  DISPLAY 'ALUNO SEM CADASTRO DE AEE - INCLUIR AGORA '
                          '(S/N): '
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA = 'S' THEN
                     INITIALIZE REG-AEE
                     MOVE WS-CD-DIGITADO TO EE-CD-STUDENT
                     MOVE 'N' TO EE-SALA-RECURSOS
                     PERFORM P300-ATUALIZAR-AEE
                  ELSE
                     DISPLAY 'NADA ALTERADO PARA ESTE ALUNO'
                  END-IF
               ELSE
                  MOVE WS-TAB-REG-AEE (WS-POS-AEE) TO REG-AEE
                  PERFORM P200-MOSTRAR-AEE
                  DISPLAY 'ATUALIZAR O CADASTRO (S/N): '
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA = 'S' THEN
                     PERFORM P300-ATUALIZAR-AEE
                  END-IF
               END-IF
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-AEE.
            MOVE 0 TO WS-POS-AEE
            PERFORM VARYING WS-IDX-AEE FROM 1 BY 1
                    UNTIL WS-IDX-AEE > WS-QTD-AEE
                       OR WS-POS-AEE > 0
               MOVE WS-TAB-REG-AEE (WS-IDX-AEE) TO REG-AEE
               IF EE-CD-STUDENT = WS-CD-DIGITADO THEN
                  MOVE WS-IDX-AEE TO WS-POS-AEE
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P200-MOSTRAR-AEE.
            EVALUATE EE-CATEGORIA
               WHEN 1  MOVE 'CEGUEIRA' TO WS-DESCRICAO
               WHEN 2  MOVE 'BAIXA VISAO' TO WS-DESCRICAO
               WHEN 3  MOVE 'SURDEZ' TO WS-DESCRICAO
               WHEN 4  MOVE 'DEFICIENCIA AUDITIVA' TO WS-DESCRICAO
               WHEN 5  MOVE 'SURDOCEGUEIRA' TO WS-DESCRICAO
               WHEN 6  MOVE 'DEFICIENCIA FISICA' TO WS-DESCRICAO
               WHEN 7  MOVE 'DEFICIENCIA INTELECTUAL' TO WS-DESCRICAO
               WHEN 8  MOVE 'DEFICIENCIA MULTIPLA' TO WS-DESCRICAO
               WHEN 9  MOVE 'TRANSTORNO DO ESPECTRO AUTISTA'
                         TO WS-DESCRICAO
               WHEN 10 MOVE 'ALTAS HABILIDADES/SUPERDOTACAO'
                         TO WS-DESCRICAO
               WHEN OTHER MOVE 'NAO INFORMADA' TO WS-DESCRICAO
            END-EVALUATE
            DISPLAY '  CATEGORIA........: ' EE-CATEGORIA ' - '
                    WS-DESCRICAO
            DISPLAY '  PEI INICIO.......: ' EE-DATA-INICIO-PEI
                    '  PROXIMA REVISAO: ' EE-DATA-REVISAO-PEI
                    '  FIM: ' EE-DATA-FIM-PEI
            DISPLAY '  MATERIAS ADAPTADAS:'
            PERFORM VARYING WS-IDX-MATERIA FROM 1 BY 1
                    UNTIL WS-IDX-MATERIA > EE-QTD-MATERIAS
                       OR WS-IDX-MATERIA > 10
               IF EE-MATERIA-ADAPTADA (WS-IDX-MATERIA) = '*****' THEN
                  DISPLAY '     TODAS AS MATERIAS'
               ELSE
                  DISPLAY '     '
                          EE-MATERIA-ADAPTADA (WS-IDX-MATERIA)
               END-IF
            END-PERFORM
            IF EE-QTD-MATERIAS = 0 THEN
               DISPLAY '     NENHUMA'
            END-IF
            DISPLAY '  PROFISSIONAL.....: ' EE-NM-PROFISSIONAL
                    ' TIPO ' EE-TIPO-PROFISSIONAL
            DISPLAY '  SALA DE RECURSOS.: ' EE-SALA-RECURSOS
                    '  RECURSO NA AVALIACAO: ' EE-RECURSO-AVALIACAO
            DISPLAY '  ULTIMA REVISAO...: ' EE-DATA-REVISAO
                    ' POR ' EE-OPERADOR
            IF EE-DATA-REVISAO-PEI IS NUMERIC AND
               EE-DATA-REVISAO-PEI > 0 THEN
               MOVE EE-DATA-REVISAO-PEI TO WS-DATA-DIGITADA
               PERFORM P450-ORDENAR-DATA
               IF WS-DATA-ORD < WS-DATA-HOJE AND
                  EE-DATA-FIM-PEI = 0 THEN
                  DISPLAY '  *** REVISAO DO PEI VENCIDA ***'
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * ENTER EM BRANCO MANTEM O VALOR ATUAL; '*' APAGA O CAMPO. A
      * CATEGORIA E O INICIO DO PEI SAO OBRIGATORIOS; O FIM NAO PODE
      * SER ANTERIOR AO INICIO. NO FIM, CONFIRMA E CARIMBA DATA E
      * OPERADOR.
      *-----------------------------------------------------------------
       P300-ATUALIZAR-AEE.
            DISPLAY '(ENTER MANTEM O VALOR ATUAL, * APAGA O CAMPO)'
            MOVE 0 TO WS-CAMPO-VALIDO
            PERFORM WITH TEST AFTER UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY 'CATEGORIA (01 A 10, VEJA AEE-RECORD)..: '
               MOVE SPACES TO WS-TEXTO-DIGITADO
               ACCEPT WS-TEXTO-DIGITADO
               IF WS-TEXTO-DIGITADO = SPACES THEN
                  IF EE-CATEGORIA-VALIDA THEN
                     MOVE 1 TO WS-CAMPO-VALIDO
                  ELSE
                     DISPLAY 'CATEGORIA OBRIGATORIA'
                  END-IF
               ELSE
                  IF WS-TEXTO-DIGITADO (1:2) IS NUMERIC AND
                     WS-TEXTO-DIGITADO (3:) = SPACES THEN
                     MOVE WS-TEXTO-DIGITADO (1:2)
                       TO WS-CATEGORIA-DIGITADA
                  ELSE
                     MOVE 0 TO WS-CATEGORIA-DIGITADA
                  END-IF
                  IF WS-CATEGORIA-DIGITADA >= 1 AND
                     WS-CATEGORIA-DIGITADA <= 10 THEN
                     MOVE WS-CATEGORIA-DIGITADA TO EE-CATEGORIA
                     MOVE 1 TO WS-CAMPO-VALIDO
                  ELSE
                     DISPLAY 'CATEGORIA INVALIDA (DIGITE 2 POSICOES)'
                  END-IF
               END-IF
            END-PERFORM

            DISPLAY 'INICIO DO PEI (DDMMAAAA)'
            MOVE 'S' TO WS-DATA-OBRIGATORIA
            MOVE EE-DATA-INICIO-PEI TO WS-DATA-DIGITADA
            PERFORM P400-LER-DATA
            MOVE WS-DATA-DIGITADA TO EE-DATA-INICIO-PEI

            DISPLAY 'PROXIMA REVISAO DO PEI (DDMMAAAA)'
            MOVE 'N' TO WS-DATA-OBRIGATORIA
            MOVE EE-DATA-REVISAO-PEI TO WS-DATA-DIGITADA
            PERFORM P400-LER-DATA
            MOVE WS-DATA-DIGITADA TO EE-DATA-REVISAO-PEI

            MOVE EE-DATA-INICIO-PEI TO WS-DATA-DIGITADA
            PERFORM P450-ORDENAR-DATA
            MOVE WS-DATA-ORD TO WS-INICIO-ORD
            MOVE 0 TO WS-CAMPO-VALIDO
            PERFORM WITH TEST AFTER UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY 'FIM DO PEI (DDMMAAAA, * = EM VIGOR)'
               MOVE EE-DATA-FIM-PEI TO WS-DATA-DIGITADA
               PERFORM P400-LER-DATA
               MOVE 1 TO WS-CAMPO-VALIDO
               IF WS-DATA-DIGITADA > 0 THEN
                  PERFORM P450-ORDENAR-DATA
                  IF WS-DATA-ORD < WS-INICIO-ORD THEN
                     DISPLAY 'FIM ANTERIOR AO INICIO DO PEI'
                     MOVE 0 TO WS-CAMPO-VALIDO
                  END-IF
               END-IF
            END-PERFORM
            MOVE WS-DATA-DIGITADA TO EE-DATA-FIM-PEI

            PERFORM P500-LER-MATERIAS

            DISPLAY 'PROFISSIONAL DE APOIO (NOME).........: '
            MOVE SPACES TO WS-TEXTO-DIGITADO
            ACCEPT WS-TEXTO-DIGITADO
            EVALUATE TRUE
               WHEN WS-TEXTO-DIGITADO = '*'
                  MOVE SPACES TO EE-NM-PROFISSIONAL
                  MOVE SPACE TO EE-TIPO-PROFISSIONAL
               WHEN WS-TEXTO-DIGITADO NOT = SPACES
                  MOVE WS-TEXTO-DIGITADO TO EE-NM-PROFISSIONAL
            END-EVALUATE
            IF EE-NM-PROFISSIONAL NOT = SPACES THEN
               MOVE 0 TO WS-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL WS-CAMPO-VALIDO = 1
                  DISPLAY 'TIPO (P=APOIO I=LIBRAS G=GUIA-INTERPRETE '
                          'A=PROF. AEE): '
                  MOVE SPACES TO WS-TEXTO-DIGITADO
                  ACCEPT WS-TEXTO-DIGITADO
                  IF WS-TEXTO-DIGITADO NOT = SPACES THEN
                     MOVE WS-TEXTO-DIGITADO (1:1)
                       TO EE-TIPO-PROFISSIONAL
                  END-IF
                  IF EE-TIPO-PROFISSIONAL NOT = SPACE AND
                     EE-PROF-VALIDO THEN
                     MOVE 1 TO WS-CAMPO-VALIDO
                  ELSE
                     DISPLAY 'TIPO DE PROFISSIONAL INVALIDO'
                     MOVE SPACE TO EE-TIPO-PROFISSIONAL
                  END-IF
               END-PERFORM
            END-IF

            MOVE 0 TO WS-CAMPO-VALIDO
            PERFORM WITH TEST AFTER UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY 'ATENDIMENTO EM SALA DE RECURSOS (S/N): '
               MOVE SPACES TO WS-TEXTO-DIGITADO
               ACCEPT WS-TEXTO-DIGITADO
               IF WS-TEXTO-DIGITADO NOT = SPACES THEN
                  MOVE WS-TEXTO-DIGITADO (1:1) TO EE-SALA-RECURSOS
               END-IF
               IF EE-SALA-RECURSOS = 'S' OR EE-SALA-RECURSOS = 'N'
                  THEN
                  MOVE 1 TO WS-CAMPO-VALIDO
               ELSE
                  DISPLAY 'RESPONDA S OU N'
               END-IF
            END-PERFORM

            MOVE 0 TO WS-CAMPO-VALIDO
            PERFORM WITH TEST AFTER UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY 'RECURSO NA AVALIACAO (L=LEDOR T=TRANSCRITOR '
                       'I=LIBRAS A=AMPLIADA B=BRAILLE X=TEMPO '
                       'ADICIONAL): '
               MOVE SPACES TO WS-TEXTO-DIGITADO
               ACCEPT WS-TEXTO-DIGITADO
               EVALUATE TRUE
                  WHEN WS-TEXTO-DIGITADO = '*'
                     MOVE SPACE TO EE-RECURSO-AVALIACAO
                  WHEN WS-TEXTO-DIGITADO NOT = SPACES
                     MOVE WS-TEXTO-DIGITADO (1:1)
                       TO EE-RECURSO-AVALIACAO
               END-EVALUATE
               IF EE-RECURSO-VALIDO THEN
                  MOVE 1 TO WS-CAMPO-VALIDO
               ELSE
                  DISPLAY 'RECURSO INVALIDO'
                  MOVE SPACE TO EE-RECURSO-AVALIACAO
               END-IF
            END-PERFORM

            PERFORM P200-MOSTRAR-AEE
            DISPLAY 'CONFIRMA O CADASTRO (S/N): '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT = 'S' THEN
               DISPLAY 'CADASTRO ABANDONADO - NADA ALTERADO'
            ELSE
               IF WS-POS-AEE = 0 AND WS-QTD-AEE >= 1000 THEN
                  DISPLAY 'TABELA DE AEE CHEIA (1000)'
               ELSE
                  MOVE WS-DATA-HOJE TO EE-DATA-REVISAO
                  MOVE WS-OPERADOR TO EE-OPERADOR
                  IF WS-POS-AEE = 0 THEN
                     ADD 1 TO WS-QTD-AEE
                     MOVE WS-QTD-AEE TO WS-POS-AEE
                  END-IF
                  MOVE REG-AEE TO WS-TAB-REG-AEE (WS-POS-AEE)
                  MOVE 'S' TO WS-HOUVE-ALTERACAO
                  ADD 1 TO WS-QTD-GRAVADAS
                  DISPLAY 'CADASTRO GRAVADO'
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * LE UMA DATA DDMMAAAA SOBRE O VALOR ATUAL EM WS-DATA-DIGITADA:
      * ENTER MANTEM, '*' ZERA (SO SE NAO FOR OBRIGATORIA) E O RESTO
      * PASSA PELO VALIDAR-DATA.
      *-----------------------------------------------------------------
       P400-LER-DATA.
            MOVE 0 TO WS-DATA-VALIDA
            PERFORM WITH TEST AFTER UNTIL WS-DATA-VALIDA = 1
               DISPLAY '   ATUAL ' WS-DATA-DIGITADA ': '
               MOVE SPACES TO WS-TEXTO-DIGITADO
               ACCEPT WS-TEXTO-DIGITADO
               EVALUATE TRUE
                  WHEN WS-TEXTO-DIGITADO = SPACES
                     IF WS-DATA-OBRIGATORIA = 'S' AND
                        WS-DATA-DIGITADA = 0 THEN
                        DISPLAY 'DATA OBRIGATORIA'
                     ELSE
                        MOVE 1 TO WS-DATA-VALIDA
                     END-IF
                  WHEN WS-TEXTO-DIGITADO = '*'
                     IF WS-DATA-OBRIGATORIA = 'S' THEN
                        DISPLAY 'DATA OBRIGATORIA'
                     ELSE
                        MOVE 0 TO WS-DATA-DIGITADA
                        MOVE 1 TO WS-DATA-VALIDA
                     END-IF
                  WHEN WS-TEXTO-DIGITADO (1:8) IS NUMERIC AND
                       WS-TEXTO-DIGITADO (9:) = SPACES
                     MOVE WS-TEXTO-DIGITADO (1:8) TO WS-DATA-DIGITADA
                     CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                                   WS-DATA-DIGITADA, WS-DIA, WS-MES,
                                   WS-ANO
                     CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                                   WS-DATA-VALIDA
                     IF WS-DATA-VALIDA NOT = 1 THEN
                        DISPLAY 'DATA INVALIDA'
                        MOVE 0 TO WS-DATA-DIGITADA
                     END-IF
                  WHEN OTHER
                     DISPLAY 'DATA INVALIDA (DDMMAAAA)'
               END-EVALUATE
            END-PERFORM
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * WS-DATA-DIGITADA (DDMMAAAA) PARA AAAAMMDD EM WS-DATA-ORD.
      *-----------------------------------------------------------------
       P450-ORDENAR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-DIGITADA, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-ORD =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * A LISTA DE MATERIAS ADAPTADAS SO EH REDIGITADA SE PEDIDO: ATE
      * DEZ CODIGOS DO CADASTRO DE MATERIAS, ENTER ENCERRA; '*' NA
      * PRIMEIRA POSICAO VALE PARA TODAS AS MATERIAS.
      *-----------------------------------------------------------------
       P500-LER-MATERIAS.
            DISPLAY 'REDIGITAR AS MATERIAS ADAPTADAS (S/N): '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA = 'S' THEN
               MOVE 0 TO EE-QTD-MATERIAS
               MOVE SPACES TO EE-MATERIA-ADAPTADA (1)
               MOVE 'N' TO WS-FIM-MATERIAS
               PERFORM WITH TEST BEFORE UNTIL WS-FIM-MATERIAS = 'S'
                       OR EE-QTD-MATERIAS >= 10
                  DISPLAY 'MATERIA ADAPTADA (* = TODAS, ENTER '
                          'ENCERRA): '
                  MOVE SPACES TO WS-CD-MATERIA
                  ACCEPT WS-CD-MATERIA
                  EVALUATE TRUE
                     WHEN WS-CD-MATERIA = SPACES
                        MOVE 'S' TO WS-FIM-MATERIAS
                     WHEN WS-CD-MATERIA = '*' OR
                          WS-CD-MATERIA = '*****'
                        IF EE-QTD-MATERIAS = 0 THEN
                           MOVE 1 TO EE-QTD-MATERIAS
                           MOVE '*****' TO EE-MATERIA-ADAPTADA (1)
                           MOVE 'S' TO WS-FIM-MATERIAS
                        ELSE
                           DISPLAY 'TODAS SO NA PRIMEIRA POSICAO'
                        END-IF
                     WHEN OTHER
                        CALL 'BUSCAR-MATERIA'
                                   USING WS-CD-MATERIA,
                                         WS-NOME-MATERIA,
                                         WS-RETORNO-BUSCAR-MATERIA
                        IF WS-RETORNO-BUSCAR-MATERIA NOT = 0 THEN
                           DISPLAY 'MATERIA NAO CADASTRADA'
                        ELSE
                           ADD 1 TO EE-QTD-MATERIAS
                           MOVE WS-CD-MATERIA
                             TO EE-MATERIA-ADAPTADA (EE-QTD-MATERIAS)
                           DISPLAY '   ' WS-NOME-MATERIA
                        END-IF
                  END-EVALUATE
               END-PERFORM
               PERFORM VARYING WS-IDX-MATERIA FROM EE-QTD-MATERIAS
                       BY 1 UNTIL WS-IDX-MATERIA >= 10
                  MOVE SPACES
                    TO EE-MATERIA-ADAPTADA (WS-IDX-MATERIA + 1)
               END-PERFORM
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-AEE.
            OPEN OUTPUT AEE-FILE
            PERFORM VARYING WS-IDX-AEE FROM 1 BY 1
                    UNTIL WS-IDX-AEE > WS-QTD-AEE
               MOVE WS-TAB-REG-AEE (WS-IDX-AEE) TO REG-AEE
               WRITE REG-AEE
            END-PERFORM
            CLOSE AEE-FILE
            DISPLAY 'CADASTROS NO ARQUIVO: ' WS-QTD-AEE
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'AEE-CADASTRO' TO LY-PROGRAMA
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
       END PROGRAM AEE-CADASTRO.
