      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: DECISAO DA DIRECAO SOBRE AS PROPOSTAS DA REVISAO DE
      *          BOLSAS (BOLSA-PROPOSTAS.TXT, GERADO PELO REVISAR-
      *          BOLSAS): CADA PROPOSTA PENDENTE EH MOSTRADA COM OS
      *          NUMEROS QUE A EMBASARAM E A DIRECAO APROVA (A), MANTEM
      *          O DESCONTO ATUAL (M) OU DEIXA PARA DEPOIS (P). A
      *          DECISAO GRAVA EM BOLSISTAS.TXT O REGISTRO DO ANO
      *          SEGUINTE COM O DESCONTO QUE GERAR-MENSALIDADES VAI
      *          APLICAR (REVOGACAO = DESCONTO ZERO) E MARCA A PROPOSTA
      *          COM A SITUACAO E O OPERADOR. RESTRITO A COORDENADOR/
      *          ADMIN (VEJA VALIDAR-OPERADOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVAR-BOLSAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTA-FILE ASSIGN TO
           '../../BOLSA-PROPOSTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPOSTA.

           SELECT BOLSISTA-FILE ASSIGN TO
           '../../BOLSISTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLSISTA.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD PROPOSTA-FILE.
           COPY PROPOSTA-BOLSA-RECORD.
       FD BOLSISTA-FILE.
           COPY BOLSISTA-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-PROPOSTA                 PIC X(02)       VALUE SPACES.
       77 FS-BOLSISTA                 PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-MESTRE-ABERTO            PIC X(01)       VALUE 'N'.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): PROPOSTA DE ALUNO DE OUTRA UNIDADE (PELO MESTRE) FICA
      * PENDENTE PARA A DIRECAO DAQUELA UNIDADE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RESPOSTA                 PIC X(01)       VALUE SPACE.
       77 WS-QTD-PROPOSTAS            PIC 9(04)       VALUE 0.
       77 WS-IDX-PROP                 PIC 9(04)       VALUE 0.
       01 WS-TABELA-PROPOSTAS.
           02 WS-PROP-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-PROPOSTA  PIC X(90).
      * ALUNO/ANO JA PRESENTES EM BOLSISTAS.TXT - UMA DECISAO POR
      * ALUNO POR ANO DE VIGENCIA.
       77 WS-QTD-VIGENTES             PIC 9(04)       VALUE 0.
       77 WS-IDX-VIG                  PIC 9(04)       VALUE 0.
       77 WS-JA-VIGENTE               PIC 9(01)       VALUE 0.
       01 WS-TABELA-VIGENTES.
           02 WS-VIG-ITEM OCCURS 6000 TIMES.
              03 WS-VIG-CD-STUDENT    PIC 9(05).
              03 WS-VIG-ANO           PIC 9(04).
       77 WS-ANO-VIGENCIA             PIC 9(04)       VALUE 0.
       77 WS-DECISAO-EXTENSO          PIC X(07)       VALUE SPACES.
       77 WS-QTD-APROVADAS            PIC 9(04)       VALUE 0.
       77 WS-QTD-MANTIDAS             PIC 9(04)       VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(04)       VALUE 0.
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
            DISPLAY 'DECISAO DA DIRECAO - REVISAO DE BOLSAS'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY 'DECISAO RESTRITA A COORDENADOR/ADMIN '
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            PERFORM P050-CARREGAR-PROPOSTAS
            IF WS-QTD-PROPOSTAS = 0 THEN
               DISPLAY 'NENHUMA PROPOSTA (RODE REVISAR-BOLSAS)'
               STOP RUN
            END-IF
            PERFORM P100-CARREGAR-VIGENTES

            OPEN EXTEND BOLSISTA-FILE
            IF FS-BOLSISTA = '35' THEN
               OPEN OUTPUT BOLSISTA-FILE
            END-IF
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               MOVE 'S' TO WS-MESTRE-ABERTO
            END-IF

            PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                    UNTIL WS-IDX-PROP > WS-QTD-PROPOSTAS
               MOVE WS-TAB-REG-PROPOSTA (WS-IDX-PROP)
                 TO REG-PROPOSTA-BOLSA
               PERFORM P150-CONFERIR-UNIDADE
               IF PB-PENDENTE AND WS-RETORNO-UNIDADE = 0 THEN
                  PERFORM P200-DECIDIR-PROPOSTA
                  MOVE REG-PROPOSTA-BOLSA
                    TO WS-TAB-REG-PROPOSTA (WS-IDX-PROP)
               END-IF
            END-PERFORM

            CLOSE BOLSISTA-FILE
            IF WS-MESTRE-ABERTO = 'S' THEN
               CLOSE STUDENT
            END-IF
            PERFORM P900-REGRAVAR-PROPOSTAS

            DISPLAY '***********************************************'
            DISPLAY 'APROVADAS COMO PROPOSTO.......: ' WS-QTD-APROVADAS
            DISPLAY 'MANTIDO O DESCONTO ATUAL......: ' WS-QTD-MANTIDAS
            DISPLAY 'AINDA PENDENTES...............: ' WS-QTD-PENDENTES
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-PROPOSTAS.
            MOVE 0 TO WS-QTD-PROPOSTAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT PROPOSTA-FILE
            IF FS-PROPOSTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PROPOSTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PROPOSTAS < 3000 THEN
                              ADD 1 TO WS-QTD-PROPOSTAS
                              MOVE REG-PROPOSTA-BOLSA TO
                                 WS-TAB-REG-PROPOSTA (WS-QTD-PROPOSTAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PROPOSTA-FILE
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-VIGENTES.
            MOVE 0 TO WS-QTD-VIGENTES
            MOVE 'N' TO WS-EOF
            OPEN INPUT BOLSISTA-FILE
            IF FS-BOLSISTA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLSISTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-VIGENTES < 6000 THEN
                              ADD 1 TO WS-QTD-VIGENTES
                              MOVE BS-CD-STUDENT TO
                                 WS-VIG-CD-STUDENT (WS-QTD-VIGENTES)
                              MOVE BS-ANO-VIGENCIA TO
                                 WS-VIG-ANO (WS-QTD-VIGENTES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE BOLSISTA-FILE
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DO ALUNO DA PROPOSTA PELO MESTRE (ALUNO FORA DO
      * MESTRE OU MESTRE INDISPONIVEL = UNIDADE PRINCIPAL).
      *-----------------------------------------------------------------
       P150-CONFERIR-UNIDADE.
            MOVE SPACES TO CD-UNIDADE
            IF WS-MESTRE-ABERTO = 'S' THEN
               MOVE PB-CD-STUDENT TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       MOVE SPACES TO CD-UNIDADE
               END-READ
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO, CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * UMA PROPOSTA: ALUNO QUE JA GANHOU REGISTRO NO ANO SEGUINTE
      * (PELO PROGARQ018 OU POR OUTRA RODADA) NAO RECEBE OUTRO - A
      * PROPOSTA FICA COMO MANTIDA, SEM GRAVACAO.
      *-----------------------------------------------------------------
       P200-DECIDIR-PROPOSTA.
            COMPUTE WS-ANO-VIGENCIA = PB-ANO-REVISAO + 1
            MOVE 0 TO WS-JA-VIGENTE
            PERFORM VARYING WS-IDX-VIG FROM 1 BY 1
                    UNTIL WS-IDX-VIG > WS-QTD-VIGENTES
                       OR WS-JA-VIGENTE = 1
               IF WS-VIG-CD-STUDENT (WS-IDX-VIG) = PB-CD-STUDENT AND
                  WS-VIG-ANO (WS-IDX-VIG) = WS-ANO-VIGENCIA THEN
                  MOVE 1 TO WS-JA-VIGENTE
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN PB-RENOVAR
                  MOVE 'RENOVAR' TO WS-DECISAO-EXTENSO
               WHEN PB-REDUZIR
                  MOVE 'REDUZIR' TO WS-DECISAO-EXTENSO
               WHEN OTHER
                  MOVE 'REVOGAR' TO WS-DECISAO-EXTENSO
            END-EVALUATE

            DISPLAY ' '
            DISPLAY 'ALUNO ' PB-CD-STUDENT ' - ' PB-NM-STUDENT
                    ' (CATEGORIA ' PB-CATEGORIA ')'
            DISPLAY '  CR PONDERADO ' PB-CR-PONDERADO
                    '  FREQUENCIA ' PB-PERC-FREQUENCIA
                    '  REPROVACOES ' PB-QTD-REPROVADAS
            DISPLAY '  DESCONTO ATUAL ' PB-DESCONTO-ATUAL
                    '  PROPOSTA: ' WS-DECISAO-EXTENSO
                    ' PARA ' PB-DESCONTO-PROPOSTO
                    '  (' PB-MOTIVO ')'

            IF WS-JA-VIGENTE = 1 THEN
               DISPLAY '  ALUNO JA TEM BOLSA REGISTRADA PARA '
                       WS-ANO-VIGENCIA ' - NADA A GRAVAR'
               SET PB-MANTIDA TO TRUE
               MOVE WS-OPERADOR TO PB-OPERADOR-DECISAO
               ADD 1 TO WS-QTD-MANTIDAS
            ELSE
               MOVE SPACE TO WS-RESPOSTA
               PERFORM WITH TEST AFTER
                       UNTIL WS-RESPOSTA = 'A' OR 'M' OR 'P'
                  DISPLAY '  A=APROVAR  M=MANTER DESCONTO ATUAL  '
                          'P=DEIXAR PENDENTE: '
                  ACCEPT WS-RESPOSTA
               END-PERFORM

               EVALUATE WS-RESPOSTA
                  WHEN 'A'
                     INITIALIZE REG-BOLSISTA
                     MOVE PB-CD-STUDENT TO BS-CD-STUDENT
                     MOVE PB-CATEGORIA TO BS-CATEGORIA
                     MOVE WS-ANO-VIGENCIA TO BS-ANO-VIGENCIA
                     MOVE PB-DESCONTO-PROPOSTO TO BS-PERC-DESCONTO
                     WRITE REG-BOLSISTA
                     SET PB-APROVADA TO TRUE
                     MOVE WS-OPERADOR TO PB-OPERADOR-DECISAO
                     ADD 1 TO WS-QTD-APROVADAS
                  WHEN 'M'
                     INITIALIZE REG-BOLSISTA
                     MOVE PB-CD-STUDENT TO BS-CD-STUDENT
                     MOVE PB-CATEGORIA TO BS-CATEGORIA
                     MOVE WS-ANO-VIGENCIA TO BS-ANO-VIGENCIA
                     MOVE PB-DESCONTO-ATUAL TO BS-PERC-DESCONTO
                     WRITE REG-BOLSISTA
                     SET PB-MANTIDA TO TRUE
                     MOVE WS-OPERADOR TO PB-OPERADOR-DECISAO
                     ADD 1 TO WS-QTD-MANTIDAS
                  WHEN OTHER
                     ADD 1 TO WS-QTD-PENDENTES
               END-EVALUATE
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-PROPOSTAS.
            OPEN OUTPUT PROPOSTA-FILE
            PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                    UNTIL WS-IDX-PROP > WS-QTD-PROPOSTAS
               MOVE WS-TAB-REG-PROPOSTA (WS-IDX-PROP)
                 TO REG-PROPOSTA-BOLSA
               WRITE REG-PROPOSTA-BOLSA
            END-PERFORM
            CLOSE PROPOSTA-FILE
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'APROVAR-BOLSAS' TO LY-PROGRAMA
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
       END PROGRAM APROVAR-BOLSAS.
