      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONTROLE DAS AUTORIZACOES DE PASSEIO ESCOLAR PELA
      *          SECRETARIA (SO OPERADOR CADASTRADO ENTRA):
      *          (1) CADASTRA O PASSEIO (DESTINO, DATA, PRAZO DE
      *              DEVOLUCAO, CUSTO POR ALUNO E ATE SEIS TURMAS),
      *              ABRE UMA AUTORIZACAO PENDENTE PARA CADA ALUNO
      *              ATIVO DAS TURMAS (AUTORIZACOES-PASSEIO.TXT) E
      *              EMITE CARTAS-PASSEIO.TXT - O BILHETE DE
      *              AUTORIZACAO AO RESPONSAVEL PELO MOTOR DE MODELOS
      *              (GERAR-CARTA-MODELO, TIPO 'PASSEIO': DESTINO EM
      *              &DESCRICAO, DATA DO PASSEIO EM &DATA-PROVA, PRAZO
      *              EM &DATA-FIM, CUSTO EM &VALOR; SEM MODELO, TEXTO
      *              PADRAO), UM POR RESPONSAVEL MARCADO PARA
      *              CORRESPONDENCIA (MESMA REGRA DE GERAR-CARTAS);
      *          (2) REGISTRA A DEVOLUCAO DO BILHETE ASSINADO:
      *              AUTORIZADO (S) OU NAO AUTORIZADO (N), COM DATA E
      *              OPERADOR ('P' DESFAZ UM REGISTRO ERRADO);
      *          (3) EMITE PASSEIO-EMBARQUE.TXT PARA A VESPERA: LISTA
      *              DE EMBARQUE POR TURMA (SO AUTORIZADOS) E A LISTA
      *              DOS QUE FICAM NA ESCOLA (NAO AUTORIZADOS E
      *              BILHETES NAO DEVOLVIDOS);
      *          (4) LISTA OS PASSEIOS COM A CONTAGEM DAS RESPOSTAS.
      *          A COBRANCA DIARIA DOS BILHETES NAO DEVOLVIDOS SAI NO
      *          PASSEIOS-PENDENTES. OS ARQUIVOS FICAM EM MEMORIA E SAO
      *          REGRAVADOS NA SAIDA (MESMO EXPEDIENTE DE FICHA-SAUDE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSEIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT PASSEIO-FILE ASSIGN TO
           '../../PASSEIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PASSEIO.

           SELECT AUTORIZACAO-FILE ASSIGN TO
           '../../AUTORIZACOES-PASSEIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZACAO.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT CARTAS-FILE ASSIGN TO
           '../../CARTAS-PASSEIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMBARQUE-FILE ASSIGN TO
           '../../PASSEIO-EMBARQUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD PASSEIO-FILE.
           COPY PASSEIO-RECORD.
       FD AUTORIZACAO-FILE.
           COPY AUTORIZACAO-PASSEIO-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD CARTAS-FILE.
       01 REC-CARTA                PIC X(100).
       FD EMBARQUE-FILE.
       01 REC-EMBARQUE             PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-PASSEIO                  PIC X(02)       VALUE SPACES.
       77 FS-AUTORIZACAO              PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-RESP                 PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): SO TURMAS E
      * ALUNOS DA UNIDADE DELE NO PASSEIO, NA DEVOLUCAO E NAS LISTAS.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-RESPOSTA                 PIC X(01)       VALUE SPACE.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-PASSEIO-DIGITADO         PIC 9(04)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
      * DATAS DIGITADAS EM DDMMAAAA; A FORMA AAAAMMDD (ORDINAL) EH A
      * QUE SE COMPARA COM HOJE.
       77 WS-DATA-DIGITADA            PIC 9(08)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-DATA-ORDINAL             PIC 9(08)       VALUE 0.
       77 WS-ORDINAL-PASSEIO          PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       01 WS-DATA-DDMMAAAA            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-SERIAL-HOJE              PIC 9(07)       VALUE 0.
       77 WS-SERIAL-PASSEIO           PIC 9(07)       VALUE 0.
       77 WS-RETORNO-SERIAL           PIC 9(01)       VALUE 0.
       77 WS-DIAS-FALTANTES           PIC 9(05)       VALUE 0.
      * CUSTO DIGITADO (COMO O VALOR CHEIO DO GERAR-MENSALIDADES) E
      * EDITADO PARA A CARTA.
       77 WS-VALOR-DIGITADO           PIC X(10)       VALUE SPACES.
       77 WS-VALOR-VALIDO             PIC 9(01)       VALUE 0.
       77 WS-CUSTO-EDITADO            PIC ZZZZ9.99.
      * TURMAS DO PASSEIO (VALIDADAS NO BUSCAR-TURMA).
       77 WS-TURMA-DIGITADA           PIC X(05)       VALUE SPACES.
       77 WS-IDX-TURMA                PIC 9(01)       VALUE 0.
       77 WS-IDX-TURMA-2              PIC 9(01)       VALUE 0.
       77 WS-QTD-TURMAS               PIC 9(01)       VALUE 0.
       77 WS-TURMA-REPETIDA           PIC 9(01)       VALUE 0.
       77 WS-TURMA-DO-PASSEIO         PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
      * PASSEIOS EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA SAIDA).
       77 WS-QTD-PASSEIOS             PIC 9(03)       VALUE 0.
       77 WS-IDX-PASSEIO              PIC 9(03)       VALUE 0.
       77 WS-POS-PASSEIO              PIC 9(03)       VALUE 0.
       77 WS-MAIOR-PASSEIO            PIC 9(04)       VALUE 0.
       01 WS-TABELA-PASSEIOS.
           02 WS-PASSEIO-ITEM OCCURS 500 TIMES.
              03 WS-TAB-REG-PASSEIO   PIC X(115).
      * AUTORIZACOES EM MEMORIA (REGISTRO INTEIRO, REGRAVADO NA SAIDA).
       77 WS-QTD-AUTORIZACOES         PIC 9(04)       VALUE 0.
       77 WS-IDX-AUTORIZACAO          PIC 9(04)       VALUE 0.
       77 WS-POS-AUTORIZACAO          PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-AUTORIZACOES.
           02 WS-AUTORIZACAO-ITEM OCCURS 9000 TIMES.
              03 WS-TAB-REG-AUTORIZACAO
                                      PIC X(33).
       77 WS-QTD-CONVOCADOS           PIC 9(04)       VALUE 0.
       77 WS-QTD-SIM                  PIC 9(04)       VALUE 0.
       77 WS-QTD-NAO                  PIC 9(04)       VALUE 0.
       77 WS-QTD-PEND                 PIC 9(04)       VALUE 0.
      * ALUNOS DO PASSEIO PARA A LISTA DE EMBARQUE: CHAVE TURMA + NOME
      * (ORDENADA EM P420).
       77 WS-QTD-LISTA                PIC 9(04)       VALUE 0.
       77 WS-IDX-LISTA                PIC 9(04)       VALUE 0.
       77 WS-IDX-LISTA-2              PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-LISTA            PIC X(01)       VALUE 'N'.
       01 WS-TABELA-LISTA.
           02 WS-LISTA-ITEM OCCURS 1500 TIMES.
              03 WS-LST-CHAVE.
                 05 WS-LST-CD-TURMA   PIC X(05).
                 05 WS-LST-NM-STUDENT PIC X(20).
              03 WS-LST-CD-STUDENT    PIC 9(05).
              03 WS-LST-SITUACAO      PIC X(01).
       01 WS-LISTA-TEMP               PIC X(31)       VALUE SPACES.
       77 WS-TURMA-ANTERIOR           PIC X(05)       VALUE SPACES.
       77 WS-QTD-NA-TURMA             PIC 9(04)       VALUE 0.
       77 WS-DESCRICAO-SITUACAO       PIC X(25)       VALUE SPACES.
      * RESPONSAVEIS MARCADOS PARA CORRESPONDENCIA DO ALUNO (MESMA
      * REGRA DE GERAR-CARTAS/P300: MARCA EM BRANCO VALE MARCADO; SEM
      * NENHUM MARCADO, O PRIMEIRO RESPONSAVEL RECEBE).
       77 WS-QTD-RESPS                PIC 9(02)       VALUE 0.
       77 WS-IDX-RESPS                PIC 9(02)       VALUE 0.
       77 WS-TEM-PRIMEIRO             PIC 9(01)       VALUE 0.
       01 WS-TABELA-RESPS.
           02 WS-RESPS-ITEM OCCURS 5 TIMES.
              03 WS-RTB-NOME          PIC X(30).
              03 WS-RTB-ENDERECO-1    PIC X(40).
              03 WS-RTB-ENDERECO-2    PIC X(40).
              03 WS-RTB-TELEFONE      PIC X(15).
       01 WS-PRIMEIRO-RESP.
           03 WS-PRI-NOME             PIC X(30)       VALUE SPACES.
           03 WS-PRI-ENDERECO-1       PIC X(40)       VALUE SPACES.
           03 WS-PRI-ENDERECO-2       PIC X(40)       VALUE SPACES.
           03 WS-PRI-TELEFONE         PIC X(15)       VALUE SPACES.
       77 WS-QTD-CARTAS               PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-RESPONSAVEL      PIC 9(05)       VALUE 0.
      * MOTOR DE MODELOS (VEJA GERAR-CARTA-MODELO).
       77 WS-TIPO-CARTA               PIC X(12)       VALUE SPACES.
       77 WS-RETORNO-MODELO           PIC 9(01)       VALUE 0.
       77 WS-IDX-LINHA                PIC 9(02)       VALUE 0.
           COPY CARTA-CAMPOS.
           COPY CARTA-LINHAS.
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
            DISPLAY 'AUTORIZACOES DE PASSEIO ESCOLAR'
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

            PERFORM P050-CARREGAR-ARQUIVOS
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'PASSEIOS.TXT OU AUTORIZACOES-PASSEIO.TXT MAIOR '
                       'QUE A TABELA (500/9000) - NADA ALTERADO'
               STOP RUN
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            CLOSE STUDENT

            MOVE 0 TO WS-OPCAO
            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '1 - CADASTRAR PASSEIO E EMITIR AUTORIZACOES'
               DISPLAY '2 - REGISTRAR DEVOLUCAO DE AUTORIZACAO'
               DISPLAY '3 - LISTA DE EMBARQUE (VESPERA DO PASSEIO)'
               DISPLAY '4 - LISTAR PASSEIOS'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO.........................: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-CADASTRAR-PASSEIO
                  WHEN 2
                     PERFORM P300-REGISTRAR-DEVOLUCAO
                  WHEN 3
                     PERFORM P400-LISTA-EMBARQUE
                  WHEN 4
                     PERFORM P500-LISTAR-PASSEIOS
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            IF WS-HOUVE-ALTERACAO = 'S' THEN
               PERFORM P900-REGRAVAR-ARQUIVOS
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-ARQUIVOS.
            MOVE 0 TO WS-QTD-PASSEIOS
            MOVE 0 TO WS-MAIOR-PASSEIO
            MOVE 'N' TO WS-EOF
            OPEN INPUT PASSEIO-FILE
            IF FS-PASSEIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PASSEIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PASSEIOS < 500 THEN
                              ADD 1 TO WS-QTD-PASSEIOS
                              MOVE REG-PASSEIO
                                TO WS-TAB-REG-PASSEIO (WS-QTD-PASSEIOS)
                              IF PS-CD-PASSEIO > WS-MAIOR-PASSEIO THEN
                                 MOVE PS-CD-PASSEIO
                                   TO WS-MAIOR-PASSEIO
                              END-IF
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PASSEIO-FILE
            END-IF

            MOVE 0 TO WS-QTD-AUTORIZACOES
            MOVE 'N' TO WS-EOF
            OPEN INPUT AUTORIZACAO-FILE
            IF FS-AUTORIZACAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AUTORIZACAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AUTORIZACOES < 9000 THEN
                              ADD 1 TO WS-QTD-AUTORIZACOES
                              MOVE REG-AUTORIZACAO-PASSEIO
                                TO WS-TAB-REG-AUTORIZACAO
                                   (WS-QTD-AUTORIZACOES)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AUTORIZACAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * CONFERE UMA DATA DDMMAAAA (WS-DATA-DIGITADA) E DEVOLVE A FORMA
      * AAAAMMDD EM WS-DATA-ORDINAL PARA COMPARAR COM HOJE.
      *-----------------------------------------------------------------
       P060-CONFERIR-DATA.
            MOVE WS-DATA-DIGITADA TO WS-DATA-TRABALHO
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                          WS-DATA-VALIDA
            COMPUTE WS-DATA-ORDINAL = (WS-ANO * 10000)
                    + (WS-MES * 100) + WS-DIA
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P070-LOCALIZAR-PASSEIO.
            MOVE 0 TO WS-POS-PASSEIO
            PERFORM VARYING WS-IDX-PASSEIO FROM 1 BY 1
                    UNTIL WS-IDX-PASSEIO > WS-QTD-PASSEIOS
                       OR WS-POS-PASSEIO > 0
               MOVE WS-TAB-REG-PASSEIO (WS-IDX-PASSEIO)
                 TO REG-PASSEIO
               IF PS-CD-PASSEIO = WS-PASSEIO-DIGITADO THEN
                  MOVE WS-IDX-PASSEIO TO WS-POS-PASSEIO
               END-IF
            END-PERFORM
            IF WS-POS-PASSEIO > 0 THEN
               MOVE WS-TAB-REG-PASSEIO (WS-POS-PASSEIO)
                 TO REG-PASSEIO
            END-IF
            .
       P070-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P075-UNIDADE-DA-TURMA.
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
       P075-FIM.
      *-----------------------------------------------------------------
       P080-PEDIR-PASSEIO.
            DISPLAY 'CODIGO DO PASSEIO.............: '
            ACCEPT WS-PASSEIO-DIGITADO
            PERFORM P070-LOCALIZAR-PASSEIO
            IF WS-POS-PASSEIO = 0 THEN
               DISPLAY 'PASSEIO NAO CADASTRADO'
            ELSE
               MOVE PS-CUSTO TO WS-CUSTO-EDITADO
               DISPLAY 'PASSEIO ' PS-CD-PASSEIO ' - ' PS-DESTINO
               DISPLAY '  DATA ' PS-DATA-PASSEIO ' PRAZO '
                       PS-PRAZO-AUTORIZACAO ' CUSTO '
                       WS-CUSTO-EDITADO
            END-IF
            .
       P080-FIM.
      *-----------------------------------------------------------------
      * CADASTRO DO PASSEIO: DATA A PARTIR DE HOJE, PRAZO ENTRE HOJE E
      * A DATA DO PASSEIO, TURMAS CADASTRADAS SEM REPETICAO.
      * CONFIRMADO, ABRE AS AUTORIZACOES E EMITE AS CARTAS.
      *-----------------------------------------------------------------
       P200-CADASTRAR-PASSEIO.
            IF WS-QTD-PASSEIOS >= 500 THEN
               DISPLAY 'TABELA DE PASSEIOS CHEIA (500)'
            ELSE
               INITIALIZE REG-PASSEIO
               DISPLAY 'DESTINO (EM BRANCO DESISTE)...: '
               ACCEPT PS-DESTINO
               IF PS-DESTINO = SPACES THEN
                  DISPLAY 'CADASTRO ABANDONADO'
               ELSE
                  PERFORM P210-LER-DATAS-E-CUSTO
                  PERFORM P220-LER-TURMAS
                  IF WS-QTD-TURMAS = 0 THEN
                     DISPLAY 'NENHUMA TURMA INFORMADA - CADASTRO '
                             'ABANDONADO'
                  ELSE
                     DISPLAY 'CONFIRMA O PASSEIO E A EMISSAO DAS '
                             'AUTORIZACOES (S/N): '
                     ACCEPT WS-RESPOSTA
                     IF WS-RESPOSTA = 'S' THEN
                        PERFORM P230-GRAVAR-PASSEIO
                     ELSE
                        DISPLAY 'CADASTRO ABANDONADO'
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-LER-DATAS-E-CUSTO.
            MOVE 0 TO WS-DATA-VALIDA
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA DO PASSEIO (DDMMAAAA)....: '
               ACCEPT WS-DATA-DIGITADA
               PERFORM P060-CONFERIR-DATA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               ELSE
                  IF WS-DATA-ORDINAL < WS-DATA-HOJE THEN
                     DISPLAY 'DATA JA PASSOU - TENTE NOVAMENTE'
                     MOVE 0 TO WS-DATA-VALIDA
                  END-IF
               END-IF
            END-PERFORM
            MOVE WS-DATA-DIGITADA TO PS-DATA-PASSEIO
            MOVE WS-DATA-ORDINAL TO WS-ORDINAL-PASSEIO

            MOVE 0 TO WS-DATA-VALIDA
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'PRAZO DA AUTORIZACAO (DDMMAAAA): '
               ACCEPT WS-DATA-DIGITADA
               PERFORM P060-CONFERIR-DATA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               ELSE
                  IF WS-DATA-ORDINAL < WS-DATA-HOJE OR
                     WS-DATA-ORDINAL > WS-ORDINAL-PASSEIO THEN
                     DISPLAY 'PRAZO DEVE FICAR ENTRE HOJE E A DATA '
                             'DO PASSEIO'
                     MOVE 0 TO WS-DATA-VALIDA
                  END-IF
               END-IF
            END-PERFORM
            MOVE WS-DATA-DIGITADA TO PS-PRAZO-AUTORIZACAO

            MOVE 0 TO WS-VALOR-VALIDO
            PERFORM WITH TEST AFTER UNTIL WS-VALOR-VALIDO = 1
               DISPLAY 'CUSTO POR ALUNO (0 = GRATUITO): '
               MOVE SPACES TO WS-VALOR-DIGITADO
               ACCEPT WS-VALOR-DIGITADO
               IF WS-VALOR-DIGITADO = SPACES THEN
                  MOVE 0 TO PS-CUSTO
                  MOVE 1 TO WS-VALOR-VALIDO
               ELSE
                  IF FUNCTION TEST-NUMVAL (WS-VALOR-DIGITADO) = 0 THEN
                     IF FUNCTION NUMVAL (WS-VALOR-DIGITADO) >= 0 AND
                        FUNCTION NUMVAL (WS-VALOR-DIGITADO) < 100000
                        THEN
                        COMPUTE PS-CUSTO =
                                FUNCTION NUMVAL (WS-VALOR-DIGITADO)
                        MOVE 1 TO WS-VALOR-VALIDO
                     END-IF
                  END-IF
               END-IF
               IF WS-VALOR-VALIDO = 0 THEN
                  DISPLAY 'VALOR INVALIDO - TENTE NOVAMENTE'
               END-IF
            END-PERFORM
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-LER-TURMAS.
            MOVE 0 TO WS-QTD-TURMAS
            MOVE 'X' TO WS-TURMA-DIGITADA
            PERFORM WITH TEST BEFORE UNTIL WS-QTD-TURMAS = 6
                                        OR WS-TURMA-DIGITADA = SPACES
               DISPLAY 'TURMA PARTICIPANTE (EM BRANCO ENCERRA): '
               MOVE SPACES TO WS-TURMA-DIGITADA
               ACCEPT WS-TURMA-DIGITADA
               IF WS-TURMA-DIGITADA NOT = SPACES THEN
                  MOVE 0 TO WS-TURMA-REPETIDA
                  PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                          UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                     IF PS-TURMA (WS-IDX-TURMA) = WS-TURMA-DIGITADA
                        THEN
                        MOVE 1 TO WS-TURMA-REPETIDA
                     END-IF
                  END-PERFORM
                  CALL 'BUSCAR-TURMA'
                                USING WS-TURMA-DIGITADA, REG-TURMA,
                                      WS-RETORNO-BUSCAR-TURMA
                  CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                TU-CD-UNIDADE,
                                                WS-RETORNO-UNIDADE
                  EVALUATE TRUE
                     WHEN WS-TURMA-REPETIDA = 1
                        DISPLAY 'TURMA JA INFORMADA'
                     WHEN WS-RETORNO-BUSCAR-TURMA NOT = 0
                        DISPLAY 'TURMA NAO CADASTRADA'
                     WHEN WS-RETORNO-UNIDADE NOT = 0
                        DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR'
                     WHEN OTHER
                        ADD 1 TO WS-QTD-TURMAS
                        MOVE WS-TURMA-DIGITADA
                          TO PS-TURMA (WS-QTD-TURMAS)
                  END-EVALUATE
               END-IF
            END-PERFORM
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * GRAVA O PASSEIO E VARRE O MESTRE: CADA ALUNO ATIVO DE UMA DAS
      * TURMAS GANHA A AUTORIZACAO PENDENTE E O BILHETE AO RESPONSAVEL.
      *-----------------------------------------------------------------
       P230-GRAVAR-PASSEIO.
            ADD 1 TO WS-MAIOR-PASSEIO
            MOVE WS-MAIOR-PASSEIO TO PS-CD-PASSEIO
            MOVE WS-DATA-HOJE TO PS-DATA-CADASTRO
            MOVE WS-OPERADOR TO PS-OPERADOR
            ADD 1 TO WS-QTD-PASSEIOS
            MOVE REG-PASSEIO TO WS-TAB-REG-PASSEIO (WS-QTD-PASSEIOS)
            MOVE 'S' TO WS-HOUVE-ALTERACAO

            MOVE 0 TO WS-QTD-CONVOCADOS
            MOVE 0 TO WS-QTD-CARTAS
            MOVE 0 TO WS-QTD-SEM-RESPONSAVEL
            MOVE 'N' TO WS-ESTOURO-LISTA
            OPEN OUTPUT CARTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CARTA FROM AI-FAIXA
            END-IF
            OPEN INPUT STUDENT
            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF ST-ATIVO THEN
                           MOVE 0 TO WS-TURMA-DO-PASSEIO
                           PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                                   UNTIL WS-IDX-TURMA > 6
                              IF PS-TURMA (WS-IDX-TURMA) = CD-TURMA AND
                                 CD-TURMA NOT = SPACES THEN
                                 MOVE 1 TO WS-TURMA-DO-PASSEIO
                              END-IF
                           END-PERFORM
                           IF WS-TURMA-DO-PASSEIO = 1 THEN
                              PERFORM P240-ABRIR-AUTORIZACAO
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            CLOSE STUDENT
            CLOSE CARTAS-FILE

            DISPLAY 'PASSEIO ' PS-CD-PASSEIO ' CADASTRADO'
            DISPLAY 'ALUNOS CONVOCADOS.............: ' WS-QTD-CONVOCADOS
            DISPLAY 'CARTAS EMITIDAS...............: ' WS-QTD-CARTAS
            DISPLAY 'ALUNOS SEM RESPONSAVEL........: '
                    WS-QTD-SEM-RESPONSAVEL
            IF WS-ESTOURO-LISTA = 'S' THEN
               DISPLAY 'ATENCAO: TABELA DE AUTORIZACOES CHEIA (9000) - '
                       'ALUNOS FICARAM DE FORA'
            END-IF
            DISPLAY 'ARQUIVO: CARTAS-PASSEIO.TXT'
            .
       P230-FIM.
      *-----------------------------------------------------------------
       P240-ABRIR-AUTORIZACAO.
            IF WS-QTD-AUTORIZACOES >= 9000 THEN
               MOVE 'S' TO WS-ESTOURO-LISTA
            ELSE
               INITIALIZE REG-AUTORIZACAO-PASSEIO
               MOVE PS-CD-PASSEIO TO AP-CD-PASSEIO
               MOVE CD-STUDENT TO AP-CD-STUDENT
               MOVE CD-TURMA TO AP-CD-TURMA
               SET AP-PENDENTE TO TRUE
               ADD 1 TO WS-QTD-AUTORIZACOES
               MOVE REG-AUTORIZACAO-PASSEIO
                 TO WS-TAB-REG-AUTORIZACAO (WS-QTD-AUTORIZACOES)
               ADD 1 TO WS-QTD-CONVOCADOS
               PERFORM P250-CARTA-DO-ALUNO
            END-IF
            .
       P240-FIM.
      *-----------------------------------------------------------------
       P250-CARTA-DO-ALUNO.
            MOVE CD-STUDENT TO WS-CD-DIGITADO
            PERFORM P600-BUSCAR-RESPONSAVEL
            IF WS-QTD-RESPS = 0 THEN
               ADD 1 TO WS-QTD-SEM-RESPONSAVEL
               MOVE SPACES TO REC-CARTA
               STRING '*** SEM RESPONSAVEL CADASTRADO: ALUNO '
                      CD-STUDENT ' - ' NM-STUDENT
                      ' (CADASTRE NO PROGARQ005) ***'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
               WRITE REC-CARTA
            ELSE
               MOVE PS-CUSTO TO WS-CUSTO-EDITADO
               PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                       UNTIL WS-IDX-RESPS > WS-QTD-RESPS
                  ADD 1 TO WS-QTD-CARTAS
                  INITIALIZE CAMPOS-CARTA
                  MOVE NM-STUDENT TO CC-NOME-ALUNO
                  MOVE WS-RTB-NOME (WS-IDX-RESPS) TO CC-NOME-RESP
                  MOVE WS-RTB-ENDERECO-1 (WS-IDX-RESPS)
                    TO CC-ENDERECO-1
                  MOVE WS-RTB-ENDERECO-2 (WS-IDX-RESPS)
                    TO CC-ENDERECO-2
                  MOVE WS-RTB-TELEFONE (WS-IDX-RESPS) TO CC-TELEFONE
                  MOVE CD-TURMA TO CC-TURMA
                  MOVE WS-DATA-HOJE TO CC-DATA-EMISSAO
                  MOVE PS-DESTINO TO CC-DESCRICAO
                  MOVE PS-DATA-PASSEIO TO CC-DATA-PROVA
                  MOVE PS-PRAZO-AUTORIZACAO TO CC-DATA-FIM
                  MOVE WS-CUSTO-EDITADO TO CC-VALOR
                  MOVE 'PASSEIO' TO WS-TIPO-CARTA
                  CALL 'GERAR-CARTA-MODELO'
                                USING WS-TIPO-CARTA, CAMPOS-CARTA,
                                      LINHAS-CARTA,
                                      WS-RETORNO-MODELO
                  IF WS-RETORNO-MODELO = 0 THEN
                     PERFORM P260-GRAVAR-LINHAS-MODELO
                  ELSE
                     PERFORM P270-CARTA-PADRAO
                  END-IF
               END-PERFORM
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P260-GRAVAR-LINHAS-MODELO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > LC-QTD-LINHAS
               MOVE LC-LINHA (WS-IDX-LINHA) TO REC-CARTA
               WRITE REC-CARTA
            END-PERFORM
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * TEXTO PADRAO (SO SEM MODELO 'PASSEIO' EM MODELOS-CARTA.TXT),
      * COM O CANHOTO QUE VOLTA ASSINADO PARA A SECRETARIA.
      *-----------------------------------------------------------------
       P270-CARTA-PADRAO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'AO(A) SR(A). ' CC-NOME-RESP
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE CC-ENDERECO-1 TO REC-CARTA
            WRITE REC-CARTA
            MOVE CC-ENDERECO-2 TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'SOLICITAMOS SUA AUTORIZACAO PARA QUE O(A) ALUNO(A) '
                   CC-NOME-ALUNO
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING '(TURMA ' CC-TURMA ') PARTICIPE DO PASSEIO '
                   'ESCOLAR A ' CC-DESCRICAO
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            IF PS-CUSTO = 0 THEN
               STRING 'NO DIA ' CC-DATA-PROVA
                      '. O PASSEIO EH GRATUITO.'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
            ELSE
               STRING 'NO DIA ' CC-DATA-PROVA
                      '. CUSTO POR ALUNO: R$ ' CC-VALOR
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
            END-IF
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'DEVOLVA O CANHOTO ABAIXO ASSINADO NA SECRETARIA '
                   'ATE ' CC-DATA-FIM '.'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE 'SEM O CANHOTO ASSINADO O(A) ALUNO(A) NAO EMBARCA.'
              TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'EMITIDO EM ' WS-DATA-HOJE
                   ' - SECRETARIA ESCOLAR'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING '- - - - - - - - - - - - - - - - - - - - - - - - - -'
                   ' - - - - - - - - - - - - - -'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'PASSEIO ' PS-CD-PASSEIO ' - ALUNO ' CD-STUDENT
                   ' - ' CC-NOME-ALUNO
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE '( ) AUTORIZO   ( ) NAO AUTORIZO   ASSINATURA: '
              TO REC-CARTA
            WRITE REC-CARTA
            .
       P270-FIM.
      *-----------------------------------------------------------------
      * DEVOLUCAO DO CANHOTO: S = AUTORIZADO, N = NAO AUTORIZADO, P =
      * VOLTA A PENDENTE (REGISTRO FEITO NO ALUNO ERRADO).
      *-----------------------------------------------------------------
       P300-REGISTRAR-DEVOLUCAO.
            PERFORM P080-PEDIR-PASSEIO
            IF WS-POS-PASSEIO > 0 THEN
               OPEN INPUT STUDENT
               MOVE 1 TO WS-CD-DIGITADO
               PERFORM WITH TEST BEFORE UNTIL WS-CD-DIGITADO = 0
                  DISPLAY ' '
                  DISPLAY 'CODIGO DO ALUNO (0 = ENCERRA)..: '
                  ACCEPT WS-CD-DIGITADO
                  IF WS-CD-DIGITADO NOT = 0 THEN
                     PERFORM P310-DEVOLUCAO-DO-ALUNO
                  END-IF
               END-PERFORM
               CLOSE STUDENT
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-DEVOLUCAO-DO-ALUNO.
            MOVE 0 TO WS-POS-AUTORIZACAO
            PERFORM VARYING WS-IDX-AUTORIZACAO FROM 1 BY 1
                    UNTIL WS-IDX-AUTORIZACAO > WS-QTD-AUTORIZACOES
                       OR WS-POS-AUTORIZACAO > 0
               MOVE WS-TAB-REG-AUTORIZACAO (WS-IDX-AUTORIZACAO)
                 TO REG-AUTORIZACAO-PASSEIO
               IF AP-CD-PASSEIO = PS-CD-PASSEIO AND
                  AP-CD-STUDENT = WS-CD-DIGITADO THEN
                  MOVE WS-IDX-AUTORIZACAO TO WS-POS-AUTORIZACAO
               END-IF
            END-PERFORM
            IF WS-POS-AUTORIZACAO = 0 THEN
               DISPLAY 'ALUNO NAO CONVOCADO PARA ESTE PASSEIO'
            ELSE
               MOVE WS-TAB-REG-AUTORIZACAO (WS-POS-AUTORIZACAO)
                 TO REG-AUTORIZACAO-PASSEIO
               MOVE AP-CD-TURMA TO WS-TURMA-UNIDADE
               PERFORM P075-UNIDADE-DA-TURMA
            END-IF
            IF WS-POS-AUTORIZACAO > 0 AND
               WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - DEVOLUCAO '
                       'NEGADA'
            END-IF
            IF WS-POS-AUTORIZACAO > 0 AND WS-RETORNO-UNIDADE = 0 THEN
               MOVE WS-CD-DIGITADO TO WS-STUDENT-REL-KEY
               MOVE 1 TO WS-ACHOU-ALUNO
               READ STUDENT
                    INVALID KEY
                       MOVE 0 TO WS-ACHOU-ALUNO
               END-READ
               IF WS-ACHOU-ALUNO = 1 THEN
                  DISPLAY 'ALUNO: ' CD-STUDENT ' - ' NM-STUDENT
                          ' TURMA ' AP-CD-TURMA
               ELSE
                  DISPLAY 'ALUNO: ' AP-CD-STUDENT
                          ' (FORA DO CADASTRO) TURMA ' AP-CD-TURMA
               END-IF
               PERFORM P320-DESCREVER-SITUACAO
               DISPLAY 'SITUACAO ATUAL: ' WS-DESCRICAO-SITUACAO
               DISPLAY 'RESPOSTA DA FAMILIA (S = AUTORIZA, N = NAO '
                       'AUTORIZA, P = PENDENTE): '
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR 'N' OR 'P' THEN
                  MOVE WS-RESPOSTA TO AP-SITUACAO
                  IF AP-PENDENTE THEN
                     MOVE 0 TO AP-DATA-RETORNO
                  ELSE
                     MOVE WS-DATA-HOJE TO AP-DATA-RETORNO
                  END-IF
                  MOVE WS-OPERADOR TO AP-OPERADOR
                  MOVE REG-AUTORIZACAO-PASSEIO
                    TO WS-TAB-REG-AUTORIZACAO (WS-POS-AUTORIZACAO)
                  MOVE 'S' TO WS-HOUVE-ALTERACAO
                  PERFORM P320-DESCREVER-SITUACAO
                  DISPLAY 'REGISTRADO: ' WS-DESCRICAO-SITUACAO
               ELSE
                  DISPLAY 'RESPOSTA INVALIDA - NADA ALTERADO'
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-DESCREVER-SITUACAO.
            EVALUATE TRUE
               WHEN AP-AUTORIZADO
                  MOVE 'AUTORIZADO' TO WS-DESCRICAO-SITUACAO
               WHEN AP-NAO-AUTORIZADO
                  MOVE 'NAO AUTORIZADO' TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                  MOVE 'CANHOTO NAO DEVOLVIDO' TO WS-DESCRICAO-SITUACAO
            END-EVALUATE
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * LISTA DA VESPERA: SO EMBARCA QUEM TEM AUTORIZACAO 'S' E AINDA
      * ESTA ATIVO NO MESTRE; TODOS OS DEMAIS CONVOCADOS FICAM NA
      * ESCOLA. EMITIDA ANTES DA VESPERA, SAI MARCADA COMO PROVISORIA.
      *-----------------------------------------------------------------
       P400-LISTA-EMBARQUE.
            PERFORM P080-PEDIR-PASSEIO
            IF WS-POS-PASSEIO > 0 THEN
               PERFORM P410-CARREGAR-LISTA
               PERFORM P420-ORDENAR-LISTA
               PERFORM P430-DIAS-PARA-O-PASSEIO
               OPEN OUTPUT EMBARQUE-FILE
               IF AI-TREINAMENTO THEN
                  WRITE REC-EMBARQUE FROM AI-FAIXA
               END-IF
               PERFORM P440-CABECALHO-EMBARQUE
               PERFORM P450-LISTA-EMBARQUE
               PERFORM P460-LISTA-FICAM
               CLOSE EMBARQUE-FILE
               DISPLAY 'EMBARCAM......................: ' WS-QTD-SIM
               DISPLAY 'FICAM NA ESCOLA...............: '
                       WS-QTD-NAO ' NAO AUTORIZADO(S), '
                       WS-QTD-PEND ' SEM CANHOTO'
               IF WS-ESTOURO-LISTA = 'S' THEN
                  DISPLAY 'ATENCAO: MAIS DE 1500 CONVOCADOS - LISTA '
                          'TRUNCADA'
               END-IF
               DISPLAY 'ARQUIVO: PASSEIO-EMBARQUE.TXT'
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-CARREGAR-LISTA.
            MOVE 0 TO WS-QTD-LISTA
            MOVE 'N' TO WS-ESTOURO-LISTA
            OPEN INPUT STUDENT
            PERFORM VARYING WS-IDX-AUTORIZACAO FROM 1 BY 1
                    UNTIL WS-IDX-AUTORIZACAO > WS-QTD-AUTORIZACOES
               MOVE WS-TAB-REG-AUTORIZACAO (WS-IDX-AUTORIZACAO)
                 TO REG-AUTORIZACAO-PASSEIO
               MOVE 1 TO WS-RETORNO-UNIDADE
               IF AP-CD-PASSEIO = PS-CD-PASSEIO THEN
                  MOVE AP-CD-TURMA TO WS-TURMA-UNIDADE
                  PERFORM P075-UNIDADE-DA-TURMA
               END-IF
               IF WS-RETORNO-UNIDADE = 0 THEN
                  MOVE AP-CD-STUDENT TO WS-STUDENT-REL-KEY
                  MOVE 1 TO WS-ACHOU-ALUNO
                  READ STUDENT
                       INVALID KEY
                          MOVE 0 TO WS-ACHOU-ALUNO
                  END-READ
                  IF WS-ACHOU-ALUNO = 1 AND ST-ATIVO THEN
                     IF WS-QTD-LISTA >= 1500 THEN
                        MOVE 'S' TO WS-ESTOURO-LISTA
                     ELSE
                        ADD 1 TO WS-QTD-LISTA
                        MOVE AP-CD-TURMA
                          TO WS-LST-CD-TURMA (WS-QTD-LISTA)
                        MOVE NM-STUDENT
                          TO WS-LST-NM-STUDENT (WS-QTD-LISTA)
                        MOVE AP-CD-STUDENT
                          TO WS-LST-CD-STUDENT (WS-QTD-LISTA)
                        MOVE AP-SITUACAO
                          TO WS-LST-SITUACAO (WS-QTD-LISTA)
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            CLOSE STUDENT
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * ORDENACAO POR TURMA + NOME (BOLHA, COMO A LISTA DE ESPERA DO
      * PROGARQ008).
      *-----------------------------------------------------------------
       P420-ORDENAR-LISTA.
            IF WS-QTD-LISTA > 1 THEN
               COMPUTE WS-LIMITE-ORD = WS-QTD-LISTA - 1
               PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                       UNTIL WS-IDX-LISTA > WS-LIMITE-ORD
                  PERFORM VARYING WS-IDX-LISTA-2 FROM 1 BY 1
                          UNTIL WS-IDX-LISTA-2 > WS-LIMITE-ORD
                     IF WS-LST-CHAVE (WS-IDX-LISTA-2) >
                        WS-LST-CHAVE (WS-IDX-LISTA-2 + 1) THEN
                        MOVE WS-LISTA-ITEM (WS-IDX-LISTA-2)
                          TO WS-LISTA-TEMP
                        MOVE WS-LISTA-ITEM (WS-IDX-LISTA-2 + 1)
                          TO WS-LISTA-ITEM (WS-IDX-LISTA-2)
                        MOVE WS-LISTA-TEMP
                          TO WS-LISTA-ITEM (WS-IDX-LISTA-2 + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF
            .
       P420-FIM.
      *-----------------------------------------------------------------
       P430-DIAS-PARA-O-PASSEIO.
            MOVE 0 TO WS-DIAS-FALTANTES
            MOVE PS-DATA-PASSEIO TO WS-DATA-DDMMAAAA
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-DATA-DDMMAAAA, WS-SERIAL-PASSEIO,
                                WS-RETORNO-SERIAL
            MOVE WS-DATA-HOJE TO WS-DATA-TRABALHO
            SET FORMATO-AAAAMMDD TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-DDMMAAAA = (WS-DIA * 1000000)
                    + (WS-MES * 10000) + WS-ANO
            CALL 'CALCULAR-DIA-SERIAL'
                          USING WS-DATA-DDMMAAAA, WS-SERIAL-HOJE,
                                WS-RETORNO-SERIAL
            IF WS-SERIAL-PASSEIO > WS-SERIAL-HOJE THEN
               COMPUTE WS-DIAS-FALTANTES =
                       WS-SERIAL-PASSEIO - WS-SERIAL-HOJE
            END-IF
            .
       P430-FIM.
      *-----------------------------------------------------------------
       P440-CABECALHO-EMBARQUE.
            MOVE SPACES TO REC-EMBARQUE
            STRING 'PASSEIO ' PS-CD-PASSEIO ' - ' PS-DESTINO
                   DELIMITED BY SIZE INTO REC-EMBARQUE
            END-STRING
            WRITE REC-EMBARQUE
            MOVE SPACES TO REC-EMBARQUE
            STRING 'DATA DO PASSEIO ' PS-DATA-PASSEIO
                   ' - LISTA EMITIDA EM ' WS-DATA-HOJE
                   ' POR ' WS-OPERADOR
                   DELIMITED BY SIZE INTO REC-EMBARQUE
            END-STRING
            WRITE REC-EMBARQUE
            IF WS-DIAS-FALTANTES > 1 THEN
               MOVE SPACES TO REC-EMBARQUE
               STRING '*** LISTA PROVISORIA - FALTAM '
                      WS-DIAS-FALTANTES ' DIA(S) PARA O PASSEIO; '
                      'EMITA DE NOVO NA VESPERA ***'
                      DELIMITED BY SIZE INTO REC-EMBARQUE
               END-STRING
               WRITE REC-EMBARQUE
            END-IF
            .
       P440-FIM.
      *-----------------------------------------------------------------
       P450-LISTA-EMBARQUE.
            MOVE SPACES TO REC-EMBARQUE
            WRITE REC-EMBARQUE
            MOVE SPACES TO REC-EMBARQUE
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-EMBARQUE
            END-STRING
            WRITE REC-EMBARQUE
            MOVE 'LISTA DE EMBARQUE (AUTORIZADOS)' TO REC-EMBARQUE
            WRITE REC-EMBARQUE

            MOVE 0 TO WS-QTD-SIM
            MOVE SPACES TO WS-TURMA-ANTERIOR
            MOVE 0 TO WS-QTD-NA-TURMA
            PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                    UNTIL WS-IDX-LISTA > WS-QTD-LISTA
               IF WS-LST-SITUACAO (WS-IDX-LISTA) = 'S' THEN
                  IF WS-LST-CD-TURMA (WS-IDX-LISTA) NOT =
                     WS-TURMA-ANTERIOR OR WS-QTD-SIM = 0 THEN
                     IF WS-QTD-SIM > 0 THEN
                        PERFORM P470-TOTAL-TURMA
                     END-IF
                     MOVE WS-LST-CD-TURMA (WS-IDX-LISTA)
                       TO WS-TURMA-ANTERIOR
                     MOVE 0 TO WS-QTD-NA-TURMA
                     MOVE SPACES TO REC-EMBARQUE
                     WRITE REC-EMBARQUE
                     MOVE SPACES TO REC-EMBARQUE
                     STRING 'TURMA ' WS-TURMA-ANTERIOR
                            DELIMITED BY SIZE INTO REC-EMBARQUE
                     END-STRING
                     WRITE REC-EMBARQUE
                  END-IF
                  ADD 1 TO WS-QTD-SIM
                  ADD 1 TO WS-QTD-NA-TURMA
                  MOVE SPACES TO REC-EMBARQUE
                  STRING '  ' WS-QTD-NA-TURMA '  '
                         WS-LST-CD-STUDENT (WS-IDX-LISTA) ' '
                         WS-LST-NM-STUDENT (WS-IDX-LISTA)
                         '   [ ] EMBARCOU   [ ] RETORNOU'
                         DELIMITED BY SIZE INTO REC-EMBARQUE
                  END-STRING
                  WRITE REC-EMBARQUE
               END-IF
            END-PERFORM
            IF WS-QTD-SIM > 0 THEN
               PERFORM P470-TOTAL-TURMA
            END-IF
            MOVE SPACES TO REC-EMBARQUE
            WRITE REC-EMBARQUE
            MOVE SPACES TO REC-EMBARQUE
            STRING 'TOTAL DE ALUNOS NO EMBARQUE: ' WS-QTD-SIM
                   DELIMITED BY SIZE INTO REC-EMBARQUE
            END-STRING
            WRITE REC-EMBARQUE
            .
       P450-FIM.
      *-----------------------------------------------------------------
       P460-LISTA-FICAM.
            MOVE SPACES TO REC-EMBARQUE
            WRITE REC-EMBARQUE
            MOVE SPACES TO REC-EMBARQUE
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-EMBARQUE
            END-STRING
            WRITE REC-EMBARQUE
            MOVE 'ALUNOS QUE FICAM NA ESCOLA' TO REC-EMBARQUE
            WRITE REC-EMBARQUE
            MOVE SPACES TO REC-EMBARQUE
            WRITE REC-EMBARQUE

            MOVE 0 TO WS-QTD-NAO
            MOVE 0 TO WS-QTD-PEND
            PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                    UNTIL WS-IDX-LISTA > WS-QTD-LISTA
               IF WS-LST-SITUACAO (WS-IDX-LISTA) NOT = 'S' THEN
                  IF WS-LST-SITUACAO (WS-IDX-LISTA) = 'N' THEN
                     ADD 1 TO WS-QTD-NAO
                     MOVE 'NAO AUTORIZADO' TO WS-DESCRICAO-SITUACAO
                  ELSE
                     ADD 1 TO WS-QTD-PEND
                     MOVE 'CANHOTO NAO DEVOLVIDO'
                       TO WS-DESCRICAO-SITUACAO
                  END-IF
                  MOVE SPACES TO REC-EMBARQUE
                  STRING '  ' WS-LST-CD-TURMA (WS-IDX-LISTA) ' '
                         WS-LST-CD-STUDENT (WS-IDX-LISTA) ' '
                         WS-LST-NM-STUDENT (WS-IDX-LISTA) ' - '
                         WS-DESCRICAO-SITUACAO
                         DELIMITED BY SIZE INTO REC-EMBARQUE
                  END-STRING
                  WRITE REC-EMBARQUE
               END-IF
            END-PERFORM
            MOVE SPACES TO REC-EMBARQUE
            WRITE REC-EMBARQUE
            MOVE SPACES TO REC-EMBARQUE
            STRING 'TOTAL QUE FICA NA ESCOLA: ' WS-QTD-NAO
                   ' NAO AUTORIZADO(S), ' WS-QTD-PEND ' SEM CANHOTO'
                   DELIMITED BY SIZE INTO REC-EMBARQUE
            END-STRING
            WRITE REC-EMBARQUE
            .
       P460-FIM.
      *-----------------------------------------------------------------
       P470-TOTAL-TURMA.
            MOVE SPACES TO REC-EMBARQUE
            STRING '  EMBARCAM DA TURMA ' WS-TURMA-ANTERIOR ': '
                   WS-QTD-NA-TURMA
                   DELIMITED BY SIZE INTO REC-EMBARQUE
            END-STRING
            WRITE REC-EMBARQUE
            .
       P470-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR-PASSEIOS.
            IF WS-QTD-PASSEIOS = 0 THEN
               DISPLAY 'NENHUM PASSEIO CADASTRADO'
            END-IF
            PERFORM VARYING WS-IDX-PASSEIO FROM 1 BY 1
                    UNTIL WS-IDX-PASSEIO > WS-QTD-PASSEIOS
               MOVE WS-TAB-REG-PASSEIO (WS-IDX-PASSEIO)
                 TO REG-PASSEIO
               MOVE 0 TO WS-QTD-SIM
               MOVE 0 TO WS-QTD-NAO
               MOVE 0 TO WS-QTD-PEND
               PERFORM VARYING WS-IDX-AUTORIZACAO FROM 1 BY 1
                       UNTIL WS-IDX-AUTORIZACAO > WS-QTD-AUTORIZACOES
                  MOVE WS-TAB-REG-AUTORIZACAO (WS-IDX-AUTORIZACAO)
                    TO REG-AUTORIZACAO-PASSEIO
                  MOVE 1 TO WS-RETORNO-UNIDADE
                  IF AP-CD-PASSEIO = PS-CD-PASSEIO THEN
                     MOVE AP-CD-TURMA TO WS-TURMA-UNIDADE
                     PERFORM P075-UNIDADE-DA-TURMA
                  END-IF
                  IF WS-RETORNO-UNIDADE = 0 THEN
                     EVALUATE TRUE
                        WHEN AP-AUTORIZADO
                           ADD 1 TO WS-QTD-SIM
                        WHEN AP-NAO-AUTORIZADO
                           ADD 1 TO WS-QTD-NAO
                        WHEN OTHER
                           ADD 1 TO WS-QTD-PEND
                     END-EVALUATE
                  END-IF
               END-PERFORM
               IF WS-UNIDADE-FILTRO = SPACES OR
                  WS-QTD-SIM + WS-QTD-NAO + WS-QTD-PEND > 0 THEN
                  DISPLAY PS-CD-PASSEIO ' ' PS-DATA-PASSEIO ' '
                          PS-DESTINO
                  DISPLAY '     TURMAS ' PS-TURMAS
                  DISPLAY '     AUTORIZADOS ' WS-QTD-SIM
                          ' NAO AUTORIZADOS ' WS-QTD-NAO
                          ' PENDENTES ' WS-QTD-PEND
               END-IF
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P600-BUSCAR-RESPONSAVEL.
            MOVE 0 TO WS-QTD-RESPS
            MOVE 0 TO WS-TEM-PRIMEIRO
            MOVE 'N' TO WS-EOF-RESP
            INITIALIZE WS-PRIMEIRO-RESP

            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-RESP = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF-RESP
                       NOT AT END
                           IF RP-CD-STUDENT = WS-CD-DIGITADO THEN
                              PERFORM P610-GUARDAR-RESPONSAVEL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF

      * NENHUM MARCADO, MAS EXISTE RESPONSAVEL: O PRIMEIRO RECEBE.
            IF WS-QTD-RESPS = 0 AND WS-TEM-PRIMEIRO = 1 THEN
               MOVE 1 TO WS-QTD-RESPS
               MOVE WS-PRI-NOME TO WS-RTB-NOME (1)
               MOVE WS-PRI-ENDERECO-1 TO WS-RTB-ENDERECO-1 (1)
               MOVE WS-PRI-ENDERECO-2 TO WS-RTB-ENDERECO-2 (1)
               MOVE WS-PRI-TELEFONE TO WS-RTB-TELEFONE (1)
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-GUARDAR-RESPONSAVEL.
            IF WS-TEM-PRIMEIRO = 0 THEN
               MOVE 1 TO WS-TEM-PRIMEIRO
               MOVE RP-NM-RESPONSAVEL TO WS-PRI-NOME
               MOVE RP-ENDERECO-1     TO WS-PRI-ENDERECO-1
               MOVE RP-ENDERECO-2     TO WS-PRI-ENDERECO-2
               MOVE RP-TELEFONE       TO WS-PRI-TELEFONE
            END-IF
      * MARCA EM BRANCO EH REGISTRO ANTERIOR AO CAMPO - VALE MARCADO.
            IF RP-CORRESPONDENCIA NOT = 'N' AND
               WS-QTD-RESPS < 5 THEN
               ADD 1 TO WS-QTD-RESPS
               MOVE RP-NM-RESPONSAVEL
                 TO WS-RTB-NOME (WS-QTD-RESPS)
               MOVE RP-ENDERECO-1
                 TO WS-RTB-ENDERECO-1 (WS-QTD-RESPS)
               MOVE RP-ENDERECO-2
                 TO WS-RTB-ENDERECO-2 (WS-QTD-RESPS)
               MOVE RP-TELEFONE
                 TO WS-RTB-TELEFONE (WS-QTD-RESPS)
            END-IF
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-ARQUIVOS.
            OPEN OUTPUT PASSEIO-FILE
            PERFORM VARYING WS-IDX-PASSEIO FROM 1 BY 1
                    UNTIL WS-IDX-PASSEIO > WS-QTD-PASSEIOS
               MOVE WS-TAB-REG-PASSEIO (WS-IDX-PASSEIO)
                 TO REG-PASSEIO
               WRITE REG-PASSEIO
            END-PERFORM
            CLOSE PASSEIO-FILE
            OPEN OUTPUT AUTORIZACAO-FILE
            PERFORM VARYING WS-IDX-AUTORIZACAO FROM 1 BY 1
                    UNTIL WS-IDX-AUTORIZACAO > WS-QTD-AUTORIZACOES
               MOVE WS-TAB-REG-AUTORIZACAO (WS-IDX-AUTORIZACAO)
                 TO REG-AUTORIZACAO-PASSEIO
               WRITE REG-AUTORIZACAO-PASSEIO
            END-PERFORM
            CLOSE AUTORIZACAO-FILE
            DISPLAY 'PASSEIOS NO ARQUIVO: ' WS-QTD-PASSEIOS
                    ' - AUTORIZACOES: ' WS-QTD-AUTORIZACOES
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PASSEIOS' TO LY-PROGRAMA
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
       END PROGRAM PASSEIOS.
