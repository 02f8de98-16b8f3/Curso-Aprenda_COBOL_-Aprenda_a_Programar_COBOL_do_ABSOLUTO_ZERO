      *          BOLETIM SAI COM 'APROVADO PELO CONSELHO DE CLASSE'
      *          NO MOTIVO, EM VEZ DE UMA MEDIA SILENCIOSAMENTE
      *          ALTERADA.
      *          OS CASOS DA TURMA/PERIODO SAO COLETADOS PELO CAMINHO
      *          DE ACESSO DIRETO DO HISTORICO (BUSCAR-HIST, CHAVE
      *          TURMA + ANO + BIMESTRE), COM A LEITURA SEQUENCIAL
      *          QUANDO O CAMINHO ESTA INDISPONIVEL; ESTORNOS E
      *          DELIBERACOES SAO REFLETIDOS NELE (INDEXAR-HIST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD HIST-TRABALHO.
       01 REG-HIST-TRAB            PIC X(122).
       FD BOLETIM-TRAB.
       01 REG-BOLETIM-TRAB         PIC X(185).
       FD REPORT-CARD.
      * ADMIN CADASTRADO ABRE A SESSAO (VEJA VALIDAR-OPERADOR).
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO COORDENADOR (VEJA SELECIONAR-UNIDADE): SO
      * ABRE SESSAO DE TURMA DA UNIDADE SELECIONADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-TURMA-FILTRO             PIC X(05)       VALUE SPACES.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-BIMESTRE-FILTRO          PIC 9(01)       VALUE 0.
       01 WS-TABELA-CASOS.
           02 WS-CASO-ITEM OCCURS 200 TIMES.
              03 WS-CAS-SEQ           PIC 9(07).
              03 WS-CAS-REGISTRO      PIC X(122).
              03 WS-CAS-DECISAO       PIC X(01).
              03 WS-CAS-JUSTIFICATIVA PIC X(40).
       77 WS-BOLETIM-SUPERADO         PIC X(01)       VALUE 'N'.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA BUSCAR-HIST E
      * INDEXAR-HIST).
           COPY BUSCA-HIST-CAMPOS.
       77 WS-RETORNO-BUSCAR-HIST      PIC 9(01)       VALUE 0.
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
      * TRAVA DE GRAVACAO UNICA DOS ARQUIVOS COMPARTILHADOS (VEJA
      * OBTER-TRAVA/LIBERAR-TRAVA): ESTE PROGRAMA REGRAVA/ANEXA
      * ARQUIVOS QUE PRINCIPAL/IMPORTAR-NOTAS TAMBEM GRAVAM - SO UM
      * HISTORICO, PARA O RECONSTRUIR-ARQUIVOS.
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
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
            DISPLAY 'CONSELHO DE CLASSE - SESSAO DE DELIBERACAO'
            DISPLAY 'IDENTIFICACAO DO COORDENADOR..: '
            ACCEPT WS-OPERADOR
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'TURMA DA SESSAO...............: '
            ACCEPT WS-TURMA-FILTRO
            PERFORM P160-CONFERIR-UNIDADE-TURMA
            DISPLAY 'ANO LETIVO....................: '
            ACCEPT WS-ANO-FILTRO
            DISPLAY 'BIMESTRE......................: '
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * TURMA DE OUTRA UNIDADE ESCOLAR NAO TEM CONSELHO ABERTO AQUI
      * (TURMA FORA DO CADASTRO FICA NA UNIDADE '01').
      *-----------------------------------------------------------------
       P160-CONFERIR-UNIDADE-TURMA.
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
               DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - SESSAO '
                       'NEGADA'
               STOP RUN
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA: COLETA OS CASOS LIMITROFES (REPROVADO OU
      * RECUPERACAO NAO RESOLVIDA, VIVOS) DA TURMA/PERIODO COM O
      * ORDINAL DE CADA UM NO ARQUIVO - PELO CAMINHO DIRETO DA
      * TURMA/PERIODO, OU LENDO O HISTORICO INTEIRO QUANDO ELE ESTA
      * INDISPONIVEL.
      *-----------------------------------------------------------------
       P100-COLETAR-CASOS.
            INITIALIZE CAMPOS-BUSCA-HIST
            SET BH-PRIMEIRO-TURMA TO TRUE
            MOVE WS-TURMA-FILTRO TO BH-CD-TURMA
            MOVE WS-ANO-FILTRO TO BH-ANO-LETIVO
            MOVE WS-BIMESTRE-FILTRO TO BH-BIMESTRE
            CALL 'BUSCAR-HIST'
                          USING CAMPOS-BUSCA-HIST, REG-NOTAS-HIST,
                                WS-RETORNO-BUSCAR-HIST

            IF WS-RETORNO-BUSCAR-HIST = 2 THEN
               PERFORM P105-COLETAR-SEQUENCIAL
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-RETORNO-BUSCAR-HIST NOT = 0
                  IF NOT NH-REGISTRO-ESTORNADO AND
                     (NH-STATUS = 'REPROVADO' OR
                      NH-STATUS = 'RECUPERACAO') THEN
                     MOVE BH-SEQ-REGISTRO TO WS-SEQ-REGISTRO
                     PERFORM P110-GUARDAR-CASO
                  END-IF
                  SET BH-PROXIMO TO TRUE
                  CALL 'BUSCAR-HIST'
                                USING CAMPOS-BUSCA-HIST,
                                      REG-NOTAS-HIST,
                                      WS-RETORNO-BUSCAR-HIST
               END-PERFORM
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P105-COLETAR-SEQUENCIAL.
            MOVE 0 TO WS-SEQ-REGISTRO
            MOVE 'N' TO WS-EOF

            END-PERFORM
            CLOSE NOTAS-HIST
            .
       P105-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-CASO.
            IF WS-QTD-CASOS >= 200 THEN
                        PERFORM P410-CONFERIR-ALVO
                        IF WS-POS-CASO > 0 THEN
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-ANTES
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-ANTES
                           MOVE 'E' TO NH-TIPO-REGISTRO
                           MOVE 'CONSELHO' TO JN-PROGRAMA
                           MOVE WS-OPERADOR TO JN-OPERADOR
                           SET JN-ARQ-NOTAS-HIST TO TRUE
                           SET JN-OP-REGRAVACAO TO TRUE
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
                           CALL 'GRAVAR-JORNAL'
                                USING REG-JORNAL, WS-RETORNO-JORNAL
                        END-IF
               IF WS-CAS-DECISAO (WS-IDX-CASO) = 'A' THEN
                  MOVE WS-CAS-REGISTRO (WS-IDX-CASO)
                    TO REG-NOTAS-HIST
                  MOVE 'E' TO WS-OPERACAO-INDICE
                  CALL 'INDEXAR-HIST'
                                USING WS-OPERACAO-INDICE,
                                      REG-NOTAS-HIST,
                                      WS-CAS-SEQ (WS-IDX-CASO),
                                      WS-RETORNO-INDEXAR-HIST
                  MOVE 'APROVADO' TO NH-STATUS
                  MOVE 'O' TO NH-TIPO-REGISTRO
                  MOVE WS-DATA-SESSAO TO NH-DATA-PROCESSAMENTO
                  MOVE WS-HORA-SESSAO TO NH-HORA-PROCESSAMENTO
                  WRITE REG-NOTAS-HIST
                  MOVE 'G' TO WS-OPERACAO-INDICE
                  CALL 'INDEXAR-HIST'
                                USING WS-OPERACAO-INDICE,
                                      REG-NOTAS-HIST, WS-SEQ-HIST,
                                      WS-RETORNO-INDEXAR-HIST
                  MOVE 'CONSELHO' TO JN-PROGRAMA
                  MOVE WS-OPERADOR TO JN-OPERADOR
                  SET JN-ARQ-NOTAS-HIST TO TRUE
                  SET JN-OP-INCLUSAO TO TRUE
                  MOVE SPACES TO JN-IMAGEM-ANTES
                  MOVE SPACES TO JN-COMPLEMENTO-ANTES
                  MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
                  MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
                  CALL 'GRAVAR-JORNAL'
                                USING REG-JORNAL, WS-RETORNO-JORNAL
               END-IF
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CONSELHO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
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
       END PROGRAM CONSELHO.
