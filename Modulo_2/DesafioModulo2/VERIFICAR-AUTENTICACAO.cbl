      *              CONTA DA EMISSAO (VEJA HISTORICO-ESCOLAR/P550:
      *              CODIGO POR LINHA COM CARIMBO ANO*10+BIMESTRE,
      *              MATERIA TRADUZIDA, SOMA EM MODULO 10**8) - E
      *              COMPARADO COM O DIGITADO DO PAPEL;
      *          3 - NADA CONSTA: ALUNO, QUANTIDADE DE PENDENCIAS,
      *              CARIMBO E DATA DE EMISSAO IMPRESSOS NA FOLHA
      *              (VEJA NADA-CONSTA) - O CODIGO EH RECALCULADO
      *              COM A MATERIA FIXA 'NADAC' E COMPARADO COM O
      *              DO PAPEL;
      *          4 - DECLARACAO (MATRICULA, FREQUENCIA, ESCOLARIDADE
      *              - VEJA DECLARACOES): NUMERO, TIPO, ALUNO,
      *              FREQUENCIA DECLARADA E DATA DE EMISSAO DA FOLHA -
      *              O CODIGO EH RECALCULADO (MATERIA 'DECL' + TIPO,
      *              NUMERO COMO CARIMBO) E A FOLHA CRUZADA COM O
      *              LIVRO DE DECLARACOES (DECLARACOES.TXT).
      *          SAI 'CONFIRMADO' QUANDO TUDO FECHA, OU O VEREDICTO
      *          'DIVERGENTE' COM O QUE NAO FECHOU - O DOCUMENTO
      *          RETOCADO NO PAPEL NAO PASSA.
      *          NO VIVO, O ALUNO EH LIDO PELO CAMINHO DE ACESSO
      *          DIRETO AO HISTORICO (BUSCAR-HIST), COM A LEITURA
      *          SEQUENCIAL COMO RESERVA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT NOTAS-HIST ASSIGN TO DYNAMIC WS-NOME-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT DECLARACAO-LOG ASSIGN TO
           '../../DECLARACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DECLARACAO.
       DATA DIVISION.
       FILE SECTION.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD DECLARACAO-LOG.
           COPY DECLARACAO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 FS-DECLARACAO               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-NOME-HISTORICO           PIC X(40)       VALUE SPACES.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-ANO-TRADUZIR             PIC 9(04)       VALUE 0.
       77 WS-RETORNO-TRADUZIR         PIC 9(01)       VALUE 0.
       77 WS-MATERIA-TRADUZIDA        PIC X(05)       VALUE SPACES.
      * MODO NADA CONSTA: QUANTIDADE DE PENDENCIAS IMPRESSA NA FOLHA.
       77 WS-QTD-PENDENCIAS-PAPEL     PIC 9(03)       VALUE 0.
      * MODO DECLARACAO: DADOS IMPRESSOS NA FOLHA E O CRUZAMENTO COM
      * O LIVRO (0 = NUMERO NAO ENCONTRADO, 1 = CONFERE, 2 = NUMERO
      * EXISTE COM OUTRO ALUNO/TIPO/CODIGO).
       77 WS-NUMERO-DECLARACAO        PIC 9(06)       VALUE 0.
       77 WS-TIPO-DECLARACAO          PIC X(01)       VALUE SPACE.
       77 WS-FREQUENCIA-PAPEL         PIC 9(03)V9(01) VALUE 0.
       77 WS-SITUACAO-LIVRO           PIC 9(01)       VALUE 0.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA BUSCAR-HIST).
           COPY BUSCA-HIST-CAMPOS.
       77 WS-RETORNO-BUSCAR-HIST      PIC 9(01)       VALUE 0.
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
            DISPLAY 'CONFERENCIA DE AUTENTICACAO DE DOCUMENTO'
            DISPLAY '1 - BOLETIM (CODIGO POR MATERIA)'
            DISPLAY '2 - HISTORICO ESCOLAR (CODIGO DO DOCUMENTO)'
            DISPLAY '3 - FOLHA DE NADA CONSTA'
            DISPLAY '4 - DECLARACAO (MATRICULA/FREQUENCIA/'
                    'ESCOLARIDADE)'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

                  PERFORM P010-CONFERIR-BOLETIM
               WHEN 2
                  PERFORM P300-CONFERIR-HISTORICO
               WHEN 3
                  PERFORM P400-CONFERIR-NADA-CONSTA
               WHEN 4
                  PERFORM P500-CONFERIR-DECLARACAO
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
      * PROCURA NO HISTORICO VIVO O REGISTRO NAO ESTORNADO DO MESMO
      * ALUNO/MATERIA/CARIMBO - A MEDIA DO PAPEL TEM QUE SER A MEDIA
      * QUE O SISTEMA GUARDA.
      * O CARIMBO NAO EH CHAVE DO CAMINHO DIRETO: VAI-SE PELO CAMINHO
      * DO ALUNO E FILTRA-SE MATERIA/CARIMBO; SEM O CAMINHO (RETORNO
      * 2), A LEITURA SEQUENCIAL DE SEMPRE.
      *-----------------------------------------------------------------
       P100-CRUZAR-COM-VIVO.
            MOVE 0 TO WS-SITUACAO-VIVO
            MOVE SPACES TO WS-NOME-HISTORICO
            MOVE '../../NOTAS-HIST.TXT' TO WS-NOME-HISTORICO
            PERFORM P001-CONFERIR-HISTORICO
            INITIALIZE CAMPOS-BUSCA-HIST
            SET BH-PRIMEIRO-ALUNO TO TRUE
            MOVE AUT-CD-STUDENT TO BH-CD-STUDENT
            CALL 'BUSCAR-HIST'
                          USING CAMPOS-BUSCA-HIST, REG-NOTAS-HIST,
                                WS-RETORNO-BUSCAR-HIST
            IF WS-RETORNO-BUSCAR-HIST = 2 THEN
               PERFORM P105-CRUZAR-SEQUENCIAL
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-RETORNO-BUSCAR-HIST NOT = 0
                  PERFORM P110-CONFERIR-REGISTRO
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
       P105-CRUZAR-SEQUENCIAL.
            MOVE SPACES TO WS-NOME-HISTORICO
            MOVE '../../NOTAS-HIST.TXT' TO WS-NOME-HISTORICO
            OPEN INPUT NOTAS-HIST
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P110-CONFERIR-REGISTRO
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P105-FIM.
      *-----------------------------------------------------------------
       P110-CONFERIR-REGISTRO.
            IF NH-CD-STUDENT = AUT-CD-STUDENT AND
               NH-CD-MATERIA = AUT-CD-MATERIA AND
               NH-DATA-PROCESSAMENTO = AUT-CARIMBO
               AND NOT NH-REGISTRO-ESTORNADO THEN
               MOVE NH-MEDIA TO WS-MEDIA-VIVO
               IF NH-MEDIA = WS-MEDIA-PAPEL THEN
                  MOVE 1 TO WS-SITUACAO-VIVO
               ELSE
                  MOVE 2 TO WS-SITUACAO-VIVO
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P200-VEREDICTO-BOLETIM.
            IF AUT-CODIGO NOT = WS-CODIGO-PAPEL THEN
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-HOUVE-CORTE

            PERFORM P340-SOMAR-DO-VIVO
            IF WS-ANO-DE > 0 THEN
               PERFORM VARYING WS-ANO-CORRENTE FROM WS-ANO-DE BY 1
                       UNTIL WS-ANO-CORRENTE > WS-ANO-ATE
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * VIVO: PELO CAMINHO DIRETO DO ALUNO, QUE DEVOLVE OS REGISTROS
      * NA ORDEM DO ARQUIVO (O CORTE DE 600 LINHAS CAI NO MESMO
      * LUGAR); SEM O CAMINHO, A LEITURA SEQUENCIAL DO ARQUIVO.
      *-----------------------------------------------------------------
       P340-SOMAR-DO-VIVO.
            MOVE SPACES TO WS-NOME-HISTORICO
            MOVE '../../NOTAS-HIST.TXT' TO WS-NOME-HISTORICO
            PERFORM P001-CONFERIR-HISTORICO
            INITIALIZE CAMPOS-BUSCA-HIST
            SET BH-PRIMEIRO-ALUNO TO TRUE
            MOVE WS-CD-STUDENT-DOC TO BH-CD-STUDENT
            CALL 'BUSCAR-HIST'
                          USING CAMPOS-BUSCA-HIST, REG-NOTAS-HIST,
                                WS-RETORNO-BUSCAR-HIST
            IF WS-RETORNO-BUSCAR-HIST = 2 THEN
               MOVE SPACES TO WS-NOME-HISTORICO
               MOVE '../../NOTAS-HIST.TXT' TO WS-NOME-HISTORICO
               PERFORM P350-SOMAR-DE-UM-ARQUIVO
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-RETORNO-BUSCAR-HIST NOT = 0
                  PERFORM P355-AVALIAR-LINHA
                  SET BH-PROXIMO TO TRUE
                  CALL 'BUSCAR-HIST'
                                USING CAMPOS-BUSCA-HIST,
                                      REG-NOTAS-HIST,
                                      WS-RETORNO-BUSCAR-HIST
               END-PERFORM
            END-IF
            .
       P340-FIM.
      *-----------------------------------------------------------------
      * SOMA OS CODIGOS DE LINHA DE UM ARQUIVO DE HISTORICO - MESMOS
      * FILTROS E MESMA CONTA DA EMISSAO (HISTORICO-ESCOLAR P250/
      * P550): NAO ESTORNADO, MATERIA TRADUZIDA PARA O CODIGO ATUAL,
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM P001-CONFERIR-HISTORICO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P355-AVALIAR-LINHA
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            MOVE 'N' TO WS-EOF
            .
       P350-FIM.
      *-----------------------------------------------------------------
       P355-AVALIAR-LINHA.
            IF NH-CD-STUDENT = WS-CD-STUDENT-DOC
               AND NOT NH-REGISTRO-ESTORNADO THEN
               IF WS-QTD-LINHAS >= 600 THEN
                  MOVE 'S' TO WS-HOUVE-CORTE
               ELSE
                  PERFORM P360-SOMAR-LINHA
               END-IF
            END-IF
            .
       P355-FIM.
      *-----------------------------------------------------------------
       P360-SOMAR-LINHA.
            ADD 1 TO WS-QTD-LINHAS
            .
       P360-FIM.
      *-----------------------------------------------------------------
      * NADA CONSTA: A FOLHA EH UM RETRATO DA DATA DE EMISSAO - O
      * CODIGO PROTEGE O QUE FOI IMPRESSO (ALUNO, QUANTIDADE DE
      * PENDENCIAS, CARIMBO, DATA), NAO A SITUACAO DE HOJE. PARA A
      * SITUACAO ATUAL, EMITA NOVA FOLHA PELO NADA-CONSTA.
      *-----------------------------------------------------------------
       P400-CONFERIR-NADA-CONSTA.
            DISPLAY 'CODIGO DO ALUNO (IMPRESSO).......: '
            ACCEPT AUT-CD-STUDENT
            DISPLAY 'QUANTIDADE DE PENDENCIAS (FOLHA).: '
            ACCEPT WS-QTD-PENDENCIAS-PAPEL
            DISPLAY 'CARIMBO DA FOLHA (HHMMSSCC)......: '
            ACCEPT AUT-CARIMBO
            DISPLAY 'DATA DE EMISSAO DA FOLHA (AAAAMMDD): '
            ACCEPT AUT-DATA-EMISSAO
            DISPLAY 'AUTENTICACAO DA FOLHA (PAPEL)....: '
            ACCEPT WS-CODIGO-PAPEL

            MOVE 'NADAC' TO AUT-CD-MATERIA
            MOVE WS-QTD-PENDENCIAS-PAPEL TO AUT-MEDIA
            CALL 'CALCULAR-AUTENTICACAO'
                          USING CAMPOS-AUTENTICACAO,
                                WS-RETORNO-AUTENTICACAO
            IF WS-RETORNO-AUTENTICACAO NOT = 0 THEN
               DISPLAY 'CAMPOS INVALIDOS - CONFERENCIA ABANDONADA'
               STOP RUN
            END-IF

            IF AUT-CODIGO = WS-CODIGO-PAPEL THEN
               DISPLAY 'CONFIRMADO - FOLHA DE NADA CONSTA AUTENTICA '
                       '(RETRATO DA DATA DE EMISSAO)'
            ELSE
               DISPLAY '*** DIVERGENTE: CALCULADO ' AUT-CODIGO
                       ' X PAPEL ' WS-CODIGO-PAPEL
                       ' - FOLHA RETOCADA OU DIGITACAO ERRADA ***'
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * DECLARACAO: O CODIGO PROTEGE O QUE FOI IMPRESSO (NUMERO, TIPO,
      * ALUNO, FREQUENCIA DECLARADA, DATA) E O NUMERO TEM QUE ESTAR NO
      * LIVRO DE DECLARACOES COM O MESMO ALUNO, TIPO E CODIGO - FOLHA
      * FORJADA COM NUMERO INVENTADO NAO PASSA NEM COM CONTA CERTA.
      *-----------------------------------------------------------------
       P500-CONFERIR-DECLARACAO.
            DISPLAY 'NUMERO DA DECLARACAO (IMPRESSO).: '
            ACCEPT WS-NUMERO-DECLARACAO
            DISPLAY 'TIPO (M=MATRICULA F=FREQUENCIA E=ESCOLARIDADE): '
            ACCEPT WS-TIPO-DECLARACAO
            DISPLAY 'CODIGO DO ALUNO (IMPRESSO).......: '
            ACCEPT AUT-CD-STUDENT
            MOVE 0 TO WS-FREQUENCIA-PAPEL
            IF WS-TIPO-DECLARACAO = 'F' THEN
               DISPLAY 'FREQUENCIA DECLARADA (NNNV).....: '
               ACCEPT WS-FREQUENCIA-PAPEL
            END-IF
            DISPLAY 'DATA DE EMISSAO DA FOLHA (AAAAMMDD): '
            ACCEPT AUT-DATA-EMISSAO
            DISPLAY 'AUTENTICACAO DA FOLHA (PAPEL)....: '
            ACCEPT WS-CODIGO-PAPEL

            IF WS-TIPO-DECLARACAO NOT = 'M' AND
               WS-TIPO-DECLARACAO NOT = 'F' AND
               WS-TIPO-DECLARACAO NOT = 'E' THEN
               DISPLAY 'TIPO INVALIDO - CONFERENCIA ABANDONADA'
               STOP RUN
            END-IF

            MOVE SPACES TO AUT-CD-MATERIA
            STRING 'DECL' WS-TIPO-DECLARACAO
                   DELIMITED BY SIZE INTO AUT-CD-MATERIA
            END-STRING
            MOVE WS-FREQUENCIA-PAPEL TO AUT-MEDIA
            MOVE WS-NUMERO-DECLARACAO TO AUT-CARIMBO
            CALL 'CALCULAR-AUTENTICACAO'
                          USING CAMPOS-AUTENTICACAO,
                                WS-RETORNO-AUTENTICACAO
            IF WS-RETORNO-AUTENTICACAO NOT = 0 THEN
               DISPLAY 'CAMPOS INVALIDOS - CONFERENCIA ABANDONADA'
               STOP RUN
            END-IF

            PERFORM P510-CRUZAR-COM-LIVRO

            IF AUT-CODIGO NOT = WS-CODIGO-PAPEL THEN
               DISPLAY '*** DIVERGENTE: CALCULADO ' AUT-CODIGO
                       ' X PAPEL ' WS-CODIGO-PAPEL
                       ' - FOLHA RETOCADA OU DIGITACAO ERRADA ***'
            END-IF
            EVALUATE WS-SITUACAO-LIVRO
               WHEN 1
                  CONTINUE
               WHEN 2
                  DISPLAY '*** DIVERGENTE: A DECLARACAO NR '
                          WS-NUMERO-DECLARACAO ' DO LIVRO EH DE '
                          'OUTRO ALUNO/TIPO/EMISSAO ***'
               WHEN OTHER
                  DISPLAY '*** DIVERGENTE: DECLARACAO NR '
                          WS-NUMERO-DECLARACAO ' NAO CONSTA NO '
                          'LIVRO DE DECLARACOES ***'
            END-EVALUATE
            IF AUT-CODIGO = WS-CODIGO-PAPEL AND
               WS-SITUACAO-LIVRO = 1 THEN
               DISPLAY 'CONFIRMADO - DECLARACAO AUTENTICA E '
                       'REGISTRADA NO LIVRO (EMITIDA POR '
                       DC-OPERADOR ')'
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-CRUZAR-COM-LIVRO.
            MOVE 0 TO WS-SITUACAO-LIVRO
            MOVE 'N' TO WS-EOF
            OPEN INPUT DECLARACAO-LOG
            IF FS-DECLARACAO NOT = '00' THEN
               DISPLAY 'DECLARACOES.TXT INDISPONIVEL (STATUS '
                       FS-DECLARACAO ') - SEM CRUZAMENTO COM O LIVRO'
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DECLARACAO-LOG
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF DC-NUMERO = WS-NUMERO-DECLARACAO THEN
                              IF DC-CD-STUDENT = AUT-CD-STUDENT AND
                                 DC-TIPO = WS-TIPO-DECLARACAO AND
                                 DC-CODIGO-AUTENTICACAO = AUT-CODIGO
                                 THEN
                                 MOVE 1 TO WS-SITUACAO-LIVRO
                              ELSE
                                 MOVE 2 TO WS-SITUACAO-LIVRO
                              END-IF
                              MOVE 'F' TO WS-EOF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DECLARACAO-LOG
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P510-FIM.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * HISTORICO (VIVO OU ANO ARQUIVADO) ABERTO: O CARIMBO DELE TEM
      * QUE SER DA VERSAO COMPILADA ANTES DA PRIMEIRA LEITURA (VEJA
      * CONFERIR-LAYOUT E CONVERTER-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-HISTORICO.
            SET LY-CONFERIR TO TRUE
            MOVE 'VERIFICAR-AUTENTICAC' TO LY-PROGRAMA
            MOVE WS-NOME-HISTORICO TO LY-NOME-ARQUIVO
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
       END PROGRAM VERIFICAR-AUTENTICACAO.
