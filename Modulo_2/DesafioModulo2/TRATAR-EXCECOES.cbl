       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): EXCECAO DE TURMA DE OUTRA UNIDADE NAO APARECE NEM EH
      * RESOLVIDA POR ELE (A NUMERACAO DA LISTAGEM NAO MUDA).
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
      * O ORDINAL NO ARQUIVO IDENTIFICA A EXCECAO NA RESOLUCAO -
      * MESMO EXPEDIENTE DO ALVO DE CORRIGIR-NOTA.
       77 WS-SEQ-REGISTRO             PIC 9(07)       VALUE 0.
       77 WS-DIAS-ABERTA              PIC 9(05)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'TRATAMENTO DE EXCECOES (FILA DE TRABALHO)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            SET FORMATO-AAAAMMDD TO TRUE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SEQ-REGISTRO
                        MOVE XC-CD-TURMA TO WS-TURMA-UNIDADE
                        PERFORM P110-UNIDADE-DA-TURMA
                        IF XC-ABERTA AND WS-RETORNO-UNIDADE = 0 THEN
                           ADD 1 TO WS-QTD-ABERTAS
                           DISPLAY WS-SEQ-REGISTRO ' ALUNO '
                                   XC-CD-STUDENT ' '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P110-UNIDADE-DA-TURMA.
            IF WS-TURMA-UNIDADE NOT = WS-TURMA-BUSCADA OR
               WS-UNIDADE-TURMA = SPACES THEN
               MOVE WS-TURMA-UNIDADE TO WS-TURMA-BUSCADA
               MOVE SPACES TO WS-UNIDADE-TURMA
               CALL 'BUSCAR-TURMA' USING WS-TURMA-BUSCADA, REG-TURMA,
                                         WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
               END-IF
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                          WS-UNIDADE-TURMA, WS-RETORNO-UNIDADE
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * RESOLUCAO POR ORDINAL: O OPERADOR INFORMA O NUMERO DA LINHA
      * (O MESMO DA LISTAGEM) E O CODIGO DE RESOLUCAO - A MARCACAO EH
      * POR COPIA DO ARQUIVO.
                        ADD 1 TO WS-SEQ-REGISTRO
                        IF WS-SEQ-REGISTRO = WS-SEQ-ESCOLHIDO AND
                           XC-ABERTA THEN
                           MOVE XC-CD-TURMA TO WS-TURMA-UNIDADE
                           PERFORM P110-UNIDADE-DA-TURMA
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              SET XC-RESOLVIDA TO TRUE
                              MOVE WS-COD-RESOLUCAO
                                TO XC-COD-RESOLUCAO
                              MOVE WS-OPERADOR
                                TO XC-OPERADOR-RESOLVEU
                              MOVE 1 TO WS-RESOLVIDA
                           ELSE
                              MOVE 2 TO WS-RESOLVIDA
                           END-IF
                        END-IF
                        MOVE SPACES TO REG-EXCECAO-TRAB
                        MOVE REG-EXCECAO TO REG-EXCECAO-TRAB
            CLOSE EXCECAO-TRAB
            CLOSE EXCEPTION-FILE

            EVALUATE WS-RESOLVIDA
               WHEN 1
                  DISPLAY 'EXCECAO ' WS-SEQ-ESCOLHIDO
                          ' RESOLVIDA (' WS-COD-RESOLUCAO ')'
               WHEN 2
                  DISPLAY 'EXCECAO DE TURMA DE OUTRA UNIDADE ESCOLAR - '
                          'NADA ALTERADO'
               WHEN OTHER
                  DISPLAY 'NENHUMA EXCECAO ABERTA COM ESSE NUMERO - '
                          'NADA ALTERADO'
            END-EVALUATE
            .
       P300-FIM.
      *-----------------------------------------------------------------
            END-IF

            OPEN OUTPUT ABERTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ABERTA FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-ABERTA
            STRING 'EXCECOES ABERTAS (ENVELHECIMENTO) - EMITIDO EM '
                   WS-DATA-EMISSAO
               READ EXCEPTION-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE XC-CD-TURMA TO WS-TURMA-UNIDADE
                        PERFORM P110-UNIDADE-DA-TURMA
                        IF XC-ABERTA AND WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P510-LISTAR-ABERTA
                        END-IF
               END-READ
            .
       P510-FIM.
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
       END PROGRAM TRATAR-EXCECOES.
