      * VAI MAIS DIRETO PARA BOLETINS.TXT/NOTAS-HIST.TXT: CAI EM
      * PENDENTES.TXT (VEJA PENDENTE-RECORD.CPY) E SO O APROVAR-NOTAS
      * (REVISAO DO COORDENADOR) POSTA NO HISTORICO/BOLETIM.
      * LOTE PARTICIONADO (VEJA P010-VERIFICAR-PARTICAO): AS SAIDAS
      * DO LOTE E O CHECKPOINT TEM O NOME EM WORKING-STORAGE - NA
      * EXECUCAO NORMAL, OS ARQUIVOS COMPARTILHADOS DE SEMPRE; NUMA
      * PARTICAO, OS DELA (SUFIXO -PNN), JUNTADOS DEPOIS PELO
      * CONSOLIDAR-PARTICOES.
           SELECT PENDENTES-FILE ASSIGN TO DYNAMIC
           WS-NOME-PENDENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDENTES.

           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
           WS-NOME-EXCECOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECOES.

      * DETALHE DAS NOTAS POR AVALIACAO (VEJA NOTA-DETALHE-RECORD.CPY
      * E P507-GRAVAR-DETALHE-NOTAS): AS NOTAS COMPONENTES DE CADA
      * MEDIA DEIXAM DE SER DESCARTADAS DEPOIS DO CALCULO - QUANDO A
      * FAMILIA QUESTIONA O BOLETIM, AS AVALIACOES QUE PRODUZIRAM A
      * MEDIA ESTAO AQUI.
           SELECT DETALHE-FILE ASSIGN TO DYNAMIC
           WS-NOME-DETALHE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETALHE.

      * LANCAMENTOS TARDIOS (VEJA PRAZO-RECORD/TARDIO-RECORD E P414/
      * P516): POSTAGEM DEPOIS DO PRAZO DA TURMA/MATERIA SO COM
      * LIBERACAO DE COORDENADOR, E CADA UMA DEIXA REGISTRO.
           SELECT TARDIO-FILE ASSIGN TO DYNAMIC
           WS-NOME-TARDIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARDIO.

      * CONTROLE DE RETOMADA DO LOTE (VEJA P230/P240/P250): GRAVA O
      * ULTIMO ALUNO PROCESSADO COM SUCESSO, NO MESMO ESTILO RELATIVE
      * KEY + FILE STATUS JA USADO PARA O STUDENT.TXT.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
           WS-NOME-CHECKPOINT
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CHECKPOINT-REL-KEY
           FILE STATUS IS FS-CHECKPOINT.

      * PARECER DESCRITIVO DAS TURMAS DE REGIME DESCRITIVO (VEJA
      * PARECER-RECORD.CPY E P418): NOS ANOS INICIAIS NAO HA NOTA NEM
      * MEDIA - O PROFESSOR DIGITA O TEXTO NO RECEBER-PARECER E O
      * LANCAMENTO VAI DIRETO PARA PARECERES.TXT.
           SELECT PARECER-FILE ASSIGN TO DYNAMIC
           WS-NOME-PARECER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARECER.

      * DEFINICAO DAS PARTICOES (VEJA PARTICAO-LOTE-RECORD.CPY E
      * PROGARQ026) E O CADASTRO DE OPERADORES, LIDOS SO NO LOTE
      * PARTICIONADO - A PARTICAO RODA SEM NINGUEM NO TERMINAL, COM O
      * COORDENADOR RESPONSAVEL CADASTRADO NELA.
           SELECT PARTICAO-FILE ASSIGN TO
           '../../PARTICOES-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTICAO.

           SELECT OPERADOR-FILE ASSIGN TO
           '../../OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

      * AUDITORIA DA PARTICAO (AUDITORIA-PNN.TXT): O REGISTRO VAI SEM
      * SEQUENCIA NEM TOTAL DE CONTROLE - O ENCADEAMENTO DO GRAVAR-
      * AUDITORIA SO VALE COM UM GRAVADOR POR VEZ, ENTAO EH O
      * CONSOLIDAR-PARTICOES QUE PASSA CADA UM POR ELE, EM ORDEM.
           SELECT AUDITORIA-PARTICAO-FILE ASSIGN TO DYNAMIC
           WS-NOME-AUDITORIA-PARTICAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA-PARTICAO.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
       FD CHECKPOINT-FILE.
       01 REG-CHECKPOINT.
           03 CK-ULTIMO-CD-STUDENT PIC 9(05).
       FD PARECER-FILE.
           COPY PARECER-RECORD.
       FD PARTICAO-FILE.
           COPY PARTICAO-LOTE-RECORD.
       FD OPERADOR-FILE.
           COPY OPERADOR-RECORD.
       FD AUDITORIA-PARTICAO-FILE.
       01 REC-AUDITORIA-PARTICAO      PIC X(86).
       WORKING-STORAGE SECTION.
      * OPCAO ESCOLHIDA NO MENU PRINCIPAL (VEJA P050-EXIBIR-MENU):
      * SUBSTITUI O ANTIGO LACO UNICO DE "PROCESSAR UM ALUNO/REPETIR?"
       77 WS-RETORNO-PARTE-DOIS       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-MATERIA   PIC 9(01)       VALUE 0.
      * 0 = ALUNO COM PEI EM VIGOR E AVALIACAO ADAPTADA NA MATERIA
      * (VEJA CONSULTAR-AEE E P507) - MARCA ND-ADAPTADA.
       77 WS-RETORNO-AEE              PIC 9(01)       VALUE 1.
       77 WS-QTD-PROCESSADOS          PIC 9(05)       VALUE 0.
       77 WS-CHECKPOINT-REL-KEY       PIC 9(05)       VALUE 1.
       77 FS-CHECKPOINT               PIC X(02)       VALUE SPACES.
      * OU COM O PERIODO FECHADO, O PROGRAMA NAO ACEITA LANCAMENTO
      * NENHUM (VEJA P020-VALIDAR-PERIODO); O ANO/BIMESTRE CORRENTE
      * CARIMBA CADA REGISTRO DE HISTORICO (VEJA P520).
      * COM TURMAS SEMESTRAIS (EJA), CADA REGIME TEM SEU PERIODO: OS
      * DOIS SAO LIDOS NO INICIO E GUARDADOS NAS COPIAS ABAIXO, E O
      * DO REGIME DA TURMA DO ALUNO VAI PARA REG-PERIODO ANTES DE
      * CADA LANCAMENTO (VEJA P411) - O FECHAMENTO DE UM REGIME NAO
      * BLOQUEIA AS TURMAS DO OUTRO.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       77 WS-RETORNO-PERIODO-SEM      PIC 9(01)       VALUE 0.
       77 WS-REGIME-PERIODO           PIC X(01)       VALUE 'S'.
       77 WS-PERIODO-OK               PIC X(01)       VALUE 'S'.
       77 WS-QTD-REGIMES-ABERTOS      PIC 9(01)       VALUE 0.
       01 WS-PERIODO-BIMESTRAL        PIC X(07)       VALUE SPACES.
       01 WS-PERIODO-SEMESTRAL        PIC X(07)       VALUE SPACES.
           COPY PERIODO-RECORD.
      * MAXIMO DA ESCALA DE NOTAS DO ANO (VEJA LER-ESCALA/CONFIGURAR-
      * ESCALA) E OS PADROES DE LIMIAR DERIVADOS DELE (70% E 50% DO
           COPY TRAVA-RECORD.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO LANCAMENTO (VEJA SELECIONAR-UNIDADE; NA
      * PARTICAO, A DO COORDENADOR NO CADASTRO): EM BRANCO = TODAS AS
      * UNIDADES DA REDE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
      * PRE-VOO DO LOTE AUTOMATICO (VEJA VERIFICAR-AMBIENTE).
       77 WS-QTD-PROBLEMAS-AMB        PIC 9(02)       VALUE 0.
       77 WS-RETORNO-AMBIENTE         PIC 9(01)       VALUE 0.
      * VAI PARA EXCECOES.TXT. GRADE OU CADASTRO DE ELETIVAS AINDA
      * INEXISTENTES SEGUEM SEM VALIDACAO (TRANSICAO).
       77 WS-ELETIVA-OK               PIC X(01)       VALUE 'S'.
      * REGIME DE AVALIACAO DA TURMA DO ALUNO (VEJA TU-REGIME-
      * AVALIACAO, P412 E P418): 'S' QUANDO A TURMA EH DESCRITIVA -
      * NO LUGAR DAS NOTAS, DA MEDIA E DA FAIXA APROVADO/REPROVADO,
      * O PROFESSOR LANCA UM PARECER (WS-TEXTO-PARECER) EM
      * PARECERES.TXT. TURMA SEM CADASTRO SEGUE NUMERICA.
       77 WS-TURMA-DESCRITIVA         PIC X(01)       VALUE 'N'.
       77 FS-PARECER                  PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-PARECER          PIC 9(01)       VALUE 0.
       01 WS-TEXTO-PARECER.
           02 WS-LINHA-PARECER        PIC X(60) OCCURS 4 TIMES.
      * PRAZO DE LANCAMENTO DA TURMA/MATERIA NO BIMESTRE (VEJA
      * CONSULTAR-PRAZO E P414): VENCIDO, A POSTAGEM EXIGE LIBERACAO
      * DE COORDENADOR - DADA UMA VEZ POR TURMA/MATERIA NA SESSAO - E
      * MANTIDO COM O ALUNO EM PROCESSAMENTO.
           COPY CONTEXTO-ERRO.

      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
      * LOTE PARTICIONADO (VEJA P010-VERIFICAR-PARTICAO): O NUMERO DA
      * PARTICAO VEM NO SEXTO CAMPO DO PARAMETRO DE EXECUCAO. SEM ELE,
      * TUDO COMO SEMPRE - ESCOLA INTEIRA, ARQUIVOS COMPARTILHADOS.
       77 WS-MODO-PARTICAO            PIC X(01)       VALUE 'N'.
       77 WS-NR-PARTICAO              PIC 9(02)       VALUE 0.
       77 WS-PARM-PARTICAO            PIC X(02)       VALUE SPACES.
       77 WS-PARM-DESCARTE            PIC X(10)       VALUE SPACES.
       77 WS-PART-TIPO                PIC X(01)       VALUE SPACE.
       77 WS-PART-INICIO              PIC X(05)       VALUE SPACES.
       77 WS-PART-FIM                 PIC X(05)       VALUE SPACES.
       77 WS-PART-INICIO-NUM          PIC 9(05)       VALUE 0.
       77 WS-PART-FIM-NUM             PIC 9(05)       VALUE 0.
       77 WS-ALUNO-NA-PARTICAO        PIC X(01)       VALUE 'S'.
       77 WS-PARTICAO-ACHADA          PIC X(01)       VALUE 'N'.
       77 WS-EOF-AUX                  PIC A(01)       VALUE 'N'.
       77 FS-PARTICAO                 PIC X(02)       VALUE SPACES.
       77 FS-OPERADOR                 PIC X(02)       VALUE SPACES.
       77 FS-EXCECOES                 PIC X(02)       VALUE SPACES.
       77 FS-AUDITORIA-PARTICAO       PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-TRAVA-PARTICAO   PIC 9(01)       VALUE 0.
       77 WS-QTD-TRAVAS-PARTICAO      PIC 9(02)       VALUE 0.
       77 WS-RETORNO-CONSULTA-TRAVAS  PIC 9(01)       VALUE 0.
       77 WS-NOME-PENDENTES           PIC X(40)
                                      VALUE '../../PENDENTES.TXT'.
       77 WS-NOME-EXCECOES            PIC X(40)
                                      VALUE '../../EXCECOES.TXT'.
       77 WS-NOME-DETALHE             PIC X(40)
                                      VALUE '../../NOTAS-DETALHE.TXT'.
       77 WS-NOME-TARDIO              PIC X(40)
                                VALUE '../../LANCAMENTOS-TARDIOS.TXT'.
       77 WS-NOME-CHECKPOINT          PIC X(40)
                                      VALUE '../../CHECKPOINT.TXT'.
       77 WS-NOME-PARECER             PIC X(40)
                                      VALUE '../../PARECERES.TXT'.
       77 WS-NOME-AUDITORIA-PARTICAO  PIC X(40)       VALUE SPACES.
      * ARQUIVOS AFIRMADOS NO TOTAL DE GRAVACAO (VEJA REGISTRAR-
      * TOTAIS): A PARTICAO AFIRMA OS DELA, O CONSOLIDAR-PARTICOES
      * AFIRMA OS COMPARTILHADOS QUANDO JUNTA.
       77 WS-PROGRAMA-PARTICAO        PIC X(20)
                                      VALUE 'PRINCIPAL'.
       77 WS-ARQUIVO-TOTAL-PEND       PIC X(20)
                                      VALUE 'PENDENTES.TXT'.
       77 WS-ARQUIVO-TOTAL-AUDIT      PIC X(20)
                                      VALUE 'AUDITORIA.TXT'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P001-CONFERIR-LAYOUTS
            PERFORM P000-INITIALIZE-VARIAVEIS

            PERFORM P010-VERIFICAR-PARTICAO

            DISPLAY 'DESAFIO: BOLETIM ESCOLAR'

      * A PARTICAO NAO TEM NINGUEM NO TERMINAL: O OPERADOR EH O
      * COORDENADOR CADASTRADO NELA, JA CONFERIDO NO CADASTRO DE
      * OPERADORES EM P010 (SEM SENHA A DIGITAR).
            IF WS-MODO-PARTICAO = 'S' THEN
               DISPLAY 'LOTE PARTICIONADO - PARTICAO ' WS-NR-PARTICAO
                       ' - OPERADOR ' WS-OPERADOR
            ELSE
               DISPLAY 'IDENTIFICACAO DO OPERADOR (PARA AUDITORIA): '
               ACCEPT WS-OPERADOR

               CALL 'VALIDAR-OPERADOR'
                             USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                   WS-RETORNO-VALIDAR-OP
               IF WS-RETORNO-VALIDAR-OP = 1 THEN
               DISPLAY '***********************************************'
               DISPLAY '* OPERADOR NAO CADASTRADO OU DESATIVADO -    *'
               DISPLAY '* PROCURE O ADMINISTRADOR (PROGARQ010)       *'
               DISPLAY '***********************************************'
                  STOP RUN
               END-IF
               CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                               WS-UNIDADE-FILTRO,
                                               WS-RETORNO-SELECIONAR
            END-IF

            MOVE 'PRINCIPAL' TO CX-PROGRAMA
            COMPUTE WS-LIMIAR-RECUP-PADRAO = WS-ESCALA-MAXIMO * 0.5
            DISPLAY 'ESCALA DE NOTAS EM VIGOR: 0-' WS-ESCALA-MAXIMO

            IF WS-MODO-PARTICAO = 'S' THEN
               PERFORM P035-OBTER-TRAVA-PARTICAO
            ELSE
               PERFORM P030-OBTER-TRAVA
            END-IF

            OPEN EXTEND PENDENTES-FILE
            IF FS-PENDENTES = '35' THEN
               OPEN OUTPUT PENDENTES-FILE
            END-IF
            OPEN EXTEND EXCEPTION-FILE
            IF FS-EXCECOES = '35' THEN
               OPEN OUTPUT EXCEPTION-FILE
            END-IF
            OPEN EXTEND DETALHE-FILE
            IF FS-DETALHE = '35' THEN
               OPEN OUTPUT DETALHE-FILE
            END-IF
            IF WS-MODO-PARTICAO = 'S' THEN
               OPEN EXTEND AUDITORIA-PARTICAO-FILE
               IF FS-AUDITORIA-PARTICAO = '35' THEN
                  OPEN OUTPUT AUDITORIA-PARTICAO-FILE
               END-IF
            END-IF

      * A PARTICAO VAI DIRETO AO LOTE AUTOMATICO (OPCAO 3) E ENCERRA -
      * NAO HA MENU SEM OPERADOR NO TERMINAL.
            IF WS-MODO-PARTICAO = 'S' THEN
               PERFORM P205-MODO-LOTE-AUTOMATICO
               MOVE 9 TO WS-OPCAO-MENU
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO-MENU = 9
               PERFORM P050-EXIBIR-MENU
            CLOSE EXCEPTION-FILE
            CLOSE DETALHE-FILE

            IF WS-MODO-PARTICAO = 'S' THEN
               CLOSE AUDITORIA-PARTICAO-FILE
               CALL 'LIBERAR-TRAVA-PARTICAO'
                             USING WS-NR-PARTICAO, WS-RETORNO-LIBERAR
            ELSE
               CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
            END-IF

            MOVE WS-PROGRAMA-PARTICAO TO WS-PROGRAMA-TOTAL
            MOVE WS-ARQUIVO-TOTAL-PEND TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-GRAVADOS-SAIDA TO WS-QTD-GRAVADOS-TOTAL
            MOVE 0 TO WS-DATA-TOTAL
            CALL 'REGISTRAR-TOTAIS'
                                WS-QTD-GRAVADOS-TOTAL,
                                WS-DATA-TOTAL,
                                WS-RETORNO-TOTAIS
            MOVE WS-ARQUIVO-TOTAL-AUDIT TO WS-ARQUIVO-TOTAL
            CALL 'REGISTRAR-TOTAIS'
                          USING WS-PROGRAMA-TOTAL, WS-ARQUIVO-TOTAL,
                                WS-QTD-GRAVADOS-TOTAL,
      * VEZES FOR PRECISO, SEM REINICIAR O PROGRAMA.
      *-----------------------------------------------------------------
       P050-EXIBIR-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*******************************************'
            DISPLAY '*            MENU PRINCIPAL                *'
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * LOTE PARTICIONADO: O SEXTO CAMPO DO PARAMETRO DE EXECUCAO
      * (CD-MATERIA,QTD,AP,RC,FQ,PARTICAO - VEJA P210) ESCOLHE UMA
      * PARTICAO DE PARTICOES-LOTE.TXT. A PARTICAO RODA O LOTE
      * AUTOMATICO SO PARA A FATIA DELA (VEJA P262), COM CHECKPOINT,
      * TRAVA, SAIDAS E REGISTRO DE EXECUCAO PROPRIOS - VARIAS RODAM
      * AO MESMO TEMPO (VEJA ORQUESTRADOR) E O CONSOLIDAR-PARTICOES
      * JUNTA AS SAIDAS NOS ARQUIVOS COMPARTILHADOS. PARTICAO
      * INEXISTENTE OU COM COORDENADOR QUE NAO PODE RODAR O LOTE
      * ENCERRA AQUI, COM CODIGO DE SAIDA 1.
      *-----------------------------------------------------------------
       P010-VERIFICAR-PARTICAO.
            ACCEPT WS-PARM-LOTE FROM COMMAND-LINE
            MOVE SPACES TO WS-PARM-PARTICAO
            UNSTRING WS-PARM-LOTE DELIMITED BY ','
                     INTO WS-PARM-DESCARTE, WS-PARM-DESCARTE,
                          WS-PARM-DESCARTE, WS-PARM-DESCARTE,
                          WS-PARM-DESCARTE, WS-PARM-PARTICAO
            END-UNSTRING

            IF WS-PARM-PARTICAO NOT = SPACES THEN
               MOVE 0 TO WS-NR-PARTICAO
               IF FUNCTION TEST-NUMVAL (WS-PARM-PARTICAO) = 0 THEN
                  COMPUTE WS-NR-PARTICAO =
                          FUNCTION NUMVAL (WS-PARM-PARTICAO)
               END-IF
               IF WS-NR-PARTICAO = 0 THEN
                  DISPLAY 'PARTICAO INVALIDA NO PARAMETRO: '
                          WS-PARM-PARTICAO
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE 'S' TO WS-MODO-PARTICAO
               PERFORM P012-CARREGAR-PARTICAO
               PERFORM P014-CONFERIR-COORDENADOR
               PERFORM P016-MONTAR-NOMES-PARTICAO
            END-IF
            .
       P010-FIM.
      *-----------------------------------------------------------------
       P012-CARREGAR-PARTICAO.
            MOVE 'N' TO WS-PARTICAO-ACHADA
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT PARTICAO-FILE
            IF FS-PARTICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ PARTICAO-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF PL-NR-PARTICAO = WS-NR-PARTICAO THEN
                              MOVE 'S' TO WS-PARTICAO-ACHADA
                              MOVE PL-TIPO     TO WS-PART-TIPO
                              MOVE PL-INICIO   TO WS-PART-INICIO
                              MOVE PL-FIM      TO WS-PART-FIM
                              MOVE PL-OPERADOR TO WS-OPERADOR
                              MOVE 'F' TO WS-EOF-AUX
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PARTICAO-FILE
            END-IF

            IF WS-PARTICAO-ACHADA = 'N' THEN
               DISPLAY '***********************************************'
               DISPLAY '* PARTICAO ' WS-NR-PARTICAO
                       ' NAO CADASTRADA EM PARTICOES-LOTE.TXT'
               DISPLAY '* (VEJA PROGARQ026)                          *'
               DISPLAY '***********************************************'
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 0 TO WS-PART-INICIO-NUM
            MOVE 99999 TO WS-PART-FIM-NUM
            IF WS-PART-TIPO = 'F' THEN
               IF WS-PART-INICIO IS NUMERIC THEN
                  MOVE WS-PART-INICIO TO WS-PART-INICIO-NUM
               END-IF
               IF WS-PART-FIM IS NUMERIC THEN
                  MOVE WS-PART-FIM TO WS-PART-FIM-NUM
               END-IF
            END-IF
            .
       P012-FIM.
      *-----------------------------------------------------------------
      * O COORDENADOR DA PARTICAO TEM QUE ESTAR ATIVO E DESBLOQUEADO NO
      * CADASTRO, COM PERFIL DE COORDENADOR OU ADMIN (O MESMO QUE A
      * OPCAO 3 EXIGE NO MENU). SEM O CADASTRO AINDA, SEGUE COMO ADMIN
      * (MESMA TRANSICAO DO VALIDAR-OPERADOR). A UNIDADE DO CADASTRO
      * RESTRINGE O LOTE DA PARTICAO (EM BRANCO = REDE) - SEM O
      * SELECIONAR-UNIDADE, QUE PERGUNTA NO TERMINAL.
      *-----------------------------------------------------------------
       P014-CONFERIR-COORDENADOR.
            MOVE SPACE TO WS-PERFIL-OPERADOR
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT OPERADOR-FILE
            IF FS-OPERADOR = '35' THEN
               MOVE 'A' TO WS-PERFIL-OPERADOR
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ OPERADOR-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF OP-CD-OPERADOR = WS-OPERADOR AND
                              OP-ATIVO = 'A' AND
                              NOT OP-ESTA-BLOQUEADO THEN
                              MOVE OP-PERFIL TO WS-PERFIL-OPERADOR
                              MOVE OP-CD-UNIDADE TO WS-UNIDADE-FILTRO
                              MOVE 'F' TO WS-EOF-AUX
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
            END-IF

            IF WS-PERFIL-OPERADOR NOT = 'C' AND
               WS-PERFIL-OPERADOR NOT = 'A' THEN
               DISPLAY '***********************************************'
               DISPLAY '* COORDENADOR DA PARTICAO (' WS-OPERADOR
                       ') INATIVO, BLOQUEADO OU SEM PERFIL DE '
                       'COORDENADOR/ADMIN'
               DISPLAY '***********************************************'
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P014-FIM.
      *-----------------------------------------------------------------
      * NOMES DAS SAIDAS DA PARTICAO: OS MESMOS DOS ARQUIVOS
      * COMPARTILHADOS COM O SUFIXO -PNN.
      *-----------------------------------------------------------------
       P016-MONTAR-NOMES-PARTICAO.
            MOVE SPACES TO WS-NOME-PENDENTES
            STRING '../../PENDENTES-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-PENDENTES
            END-STRING
            MOVE SPACES TO WS-NOME-EXCECOES
            STRING '../../EXCECOES-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-EXCECOES
            END-STRING
            MOVE SPACES TO WS-NOME-DETALHE
            STRING '../../NOTAS-DETALHE-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-DETALHE
            END-STRING
            MOVE SPACES TO WS-NOME-TARDIO
            STRING '../../LANCAMENTOS-TARDIOS-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-TARDIO
            END-STRING
            MOVE SPACES TO WS-NOME-CHECKPOINT
            STRING '../../CHECKPOINT-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-CHECKPOINT
            END-STRING
            MOVE SPACES TO WS-NOME-PARECER
            STRING '../../PARECERES-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-PARECER
            END-STRING
            MOVE SPACES TO WS-NOME-AUDITORIA-PARTICAO
            STRING '../../AUDITORIA-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-AUDITORIA-PARTICAO
            END-STRING

            MOVE SPACES TO WS-PROGRAMA-PARTICAO
            STRING 'PRINCIPAL-LOTE-P' WS-NR-PARTICAO
                   DELIMITED BY SIZE INTO WS-PROGRAMA-PARTICAO
            END-STRING
            MOVE SPACES TO WS-ARQUIVO-TOTAL-PEND
            STRING 'PENDENTES-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQUIVO-TOTAL-PEND
            END-STRING
            MOVE SPACES TO WS-ARQUIVO-TOTAL-AUDIT
            STRING 'AUDITORIA-P' WS-NR-PARTICAO '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQUIVO-TOTAL-AUDIT
            END-STRING
            .
       P016-FIM.
      *-----------------------------------------------------------------
      * PERIODO LETIVO: LANCAMENTO DE NOTAS SO COM O BIMESTRE ABERTO.
      * SEM CONTROLE CADASTRADO (RODE CONTROLE-PERIODO) OU COM O
      * PERIODO FECHADO, O PROGRAMA ENCERRA AQUI - E NAO DEPOIS DE
      * MEIO LOTE DIGITADO. COM OS DOIS REGIMES (BIMESTRAL E
      * SEMESTRAL), SO ENCERRA SE NENHUM DELES ESTIVER ABERTO; O
      * ALUNO DE TURMA COM O REGIME FECHADO CAI EM EXCECAO (P411).
      *-----------------------------------------------------------------
       P020-VALIDAR-PERIODO.
            MOVE 0 TO WS-QTD-REGIMES-ABERTOS
            MOVE SPACES TO WS-PERIODO-BIMESTRAL
            MOVE SPACES TO WS-PERIODO-SEMESTRAL

            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            IF WS-RETORNO-LER-PERIODO = 0 THEN
               MOVE REG-PERIODO TO WS-PERIODO-BIMESTRAL
               IF PERIODO-ABERTO THEN
                  ADD 1 TO WS-QTD-REGIMES-ABERTOS
               END-IF
            END-IF

            MOVE 'S' TO WS-REGIME-PERIODO
            CALL 'LER-PERIODO-REGIME'
                          USING WS-REGIME-PERIODO, REG-PERIODO,
                                WS-RETORNO-PERIODO-SEM
            IF WS-RETORNO-PERIODO-SEM = 0 THEN
               MOVE REG-PERIODO TO WS-PERIODO-SEMESTRAL
               IF PERIODO-ABERTO THEN
                  ADD 1 TO WS-QTD-REGIMES-ABERTOS
               END-IF
            END-IF

            IF WS-RETORNO-LER-PERIODO NOT = 0 AND
               WS-RETORNO-PERIODO-SEM NOT = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* PERIODO LETIVO NAO CADASTRADO - RODE O     *'
               DISPLAY '* CONTROLE-PERIODO ANTES DE LANCAR NOTAS     *'
               STOP RUN
            END-IF

            IF WS-RETORNO-LER-PERIODO = 0 THEN
               MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
            END-IF

            IF WS-QTD-REGIMES-ABERTOS = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* PERIODO ' PE-ANO-LETIVO '/' PE-BIMESTRE
                       ' FECHADO - LANCAMENTO RECUSADO *'
               STOP RUN
            END-IF

            IF WS-RETORNO-LER-PERIODO = 0 THEN
               DISPLAY 'PERIODO LETIVO CORRENTE: ' PE-ANO-LETIVO
                       '/' PE-BIMESTRE ' (' PE-SITUACAO ')'
            END-IF
            IF WS-RETORNO-PERIODO-SEM = 0 THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
               DISPLAY 'PERIODO SEMESTRAL (EJA): ' PE-ANO-LETIVO
                       '/' PE-BIMESTRE ' (' PE-SITUACAO ')'
               IF WS-RETORNO-LER-PERIODO = 0 THEN
                  MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
               END-IF
            END-IF
            .
       P020-FIM.
      *-----------------------------------------------------------------
                  STOP RUN
               END-IF
            END-IF

      * COM PARTICAO DO LOTE RODANDO, A ESCOLA INTEIRA NAO ENTRA: O
      * LOTE PROCESSARIA OS MESMOS ALUNOS DELA (VEJA CONSULTAR-
      * TRAVAS-PARTICAO).
            CALL 'CONSULTAR-TRAVAS-PARTICAO'
                          USING WS-QTD-TRAVAS-PARTICAO, REG-TRAVA,
                                WS-RETORNO-CONSULTA-TRAVAS
            IF WS-RETORNO-CONSULTA-TRAVAS = 1 THEN
               DISPLAY '***********************************************'
               DISPLAY '* EXISTEM ' WS-QTD-TRAVAS-PARTICAO
                       ' PARTICAO(OES) DO LOTE EM ANDAMENTO:'
               DISPLAY '* PROGRAMA ' TV-PROGRAMA
               DISPLAY '* OPERADOR ' TV-OPERADOR
               DISPLAY '* DESDE ' TV-DATA ' ' TV-HORA
               DISPLAY '* TENTE MAIS TARDE                           *'
               DISPLAY '***********************************************'
               CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
               STOP RUN
            END-IF
            .
       P030-FIM.
      *-----------------------------------------------------------------
      * TRAVA DA PARTICAO (VEJA OBTER-TRAVA-PARTICAO): SO A MESMA
      * PARTICAO, O LOTE DA ESCOLA INTEIRA OU A CONSOLIDACAO BARRAM -
      * AS OUTRAS PARTICOES RODAM JUNTO. SEM OPERADOR NO TERMINAL NAO
      * HA COMO PERGUNTAR SE FORCA: TRAVA VELHA SE LIBERA NO PROGARQ026.
      *-----------------------------------------------------------------
       P035-OBTER-TRAVA-PARTICAO.
            MOVE WS-PROGRAMA-PARTICAO TO TV-PROGRAMA
            MOVE WS-OPERADOR TO TV-OPERADOR
            MOVE 'N' TO WS-FORCAR-TRAVA
            CALL 'OBTER-TRAVA-PARTICAO'
                          USING REG-TRAVA, WS-NR-PARTICAO,
                                WS-FORCAR-TRAVA,
                                WS-RETORNO-TRAVA-PARTICAO

            IF WS-RETORNO-TRAVA-PARTICAO NOT = 0 THEN
               DISPLAY '***********************************************'
               IF WS-RETORNO-TRAVA-PARTICAO = 1 THEN
                  DISPLAY '* PARTICAO ' WS-NR-PARTICAO
                          ' JA EM ANDAMENTO:'
               ELSE
                  DISPLAY '* LOTE DA ESCOLA INTEIRA OU CONSOLIDACAO '
                          'EM ANDAMENTO:'
               END-IF
               DISPLAY '* PROGRAMA ' TV-PROGRAMA
               DISPLAY '* OPERADOR ' TV-OPERADOR
               DISPLAY '* DESDE ' TV-DATA ' ' TV-HORA
               DISPLAY '* PARTICAO NAO EXECUTADA                     *'
               DISPLAY '***********************************************'
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P035-FIM.
      *-----------------------------------------------------------------
       P000-INITIALIZE-VARIAVEIS.
            INITIALIZE WS-NOME-ALUNO
      * PRE-VOO CONSOLIDADO (VEJA VERIFICAR-AMBIENTE): O LOTE
      * AUTOMATICO FALHA RAPIDO COM O DIAGNOSTICO INTEIRO, EM VEZ DE
      * DESCOBRIR OS PROBLEMAS UM A UM COM CENTENAS DE ALUNOS DENTRO.
      * NA PARTICAO O PRE-VOO JA RODOU UMA VEZ ANTES DE TODAS (PASSO
      * PREPARAR-LOTE DO PLANO) - O CHECKPOINT E A TRAVA QUE ELE
      * CONFERE SAO OS DA ESCOLA INTEIRA, NAO OS DA PARTICAO.
            MOVE 0 TO WS-RETORNO-AMBIENTE
            IF WS-MODO-PARTICAO = 'N' THEN
               CALL 'VERIFICAR-AMBIENTE'
                             USING WS-QTD-PROBLEMAS-AMB,
                                   WS-RETORNO-AMBIENTE
            END-IF
            IF WS-RETORNO-AMBIENTE NOT = 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* PRE-VOO REPROVADO - LOTE NAO EXECUTADO     *'
      * CD-MATERIA,QTD-NOTAS,LIMIAR-APROVACAO,LIMIAR-RECUPERACAO,
      * FREQUENCIA-MINIMA (OS QUATRO ULTIMOS CAMPOS SAO OPCIONAIS E
      * CAEM NO PADRAO DA ESCOLA QUANDO AUSENTES OU INVALIDOS, DO MESMO
      * JEITO QUE O ACCEPT INTERATIVO DE P450/P470/P480 JA FAZ). UM
      * SEXTO CAMPO, QUANDO HOUVER, EH A PARTICAO (VEJA P010).
      *-----------------------------------------------------------------
       P210-TRATAR-PARAMETRO-LOTE.
            ACCEPT WS-PARM-LOTE FROM COMMAND-LINE
            MOVE 'N' TO WS-LOTE-ABORTADO
            MOVE 0 TO WS-QTD-DESDE-PROGRESSO
            INITIALIZE REG-EXECUCAO
            IF WS-MODO-PARTICAO = 'S' THEN
               MOVE WS-PROGRAMA-PARTICAO TO EX-PROGRAMA
            ELSE
               IF WS-LOTE-AUTOMATICO = 'S' THEN
                  MOVE 'PRINCIPAL-LOTE-AUTO' TO EX-PROGRAMA
               ELSE
                  MOVE 'PRINCIPAL-LOTE' TO EX-PROGRAMA
               END-IF
            END-IF
            MOVE WS-OPERADOR TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
               END-START
            END-IF

      * PARTICAO POR FAIXA DE CD-STUDENT COMECANDO DO ZERO: POSICIONA
      * DIRETO NO INICIO DA FAIXA EM VEZ DE LER O MESTRE DESDE O
      * PRIMEIRO ALUNO.
            IF WS-MODO-PARTICAO = 'S' AND WS-PART-TIPO = 'F' AND
               WS-RETOMAR-CHECKPOINT NOT = 'S' AND
               WS-PART-INICIO-NUM > 1 THEN
               COMPUTE WS-STUDENT-REL-KEY = WS-PART-INICIO-NUM - 1
               START STUDENT KEY IS GREATER THAN WS-STUDENT-REL-KEY
                     INVALID KEY
                        DISPLAY 'NENHUM ALUNO NA FAIXA DA PARTICAO - '
                                'NADA A PROCESSAR'
                        MOVE 'F' TO WS-EOF
               END-START
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        PERFORM P262-CONFERIR-PARTICAO
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-FILTRO,
                                            CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF ST-ALUNO = 'A' AND
                           WS-ALUNO-NA-PARTICAO = 'S' AND
                           WS-RETORNO-UNIDADE = 0 THEN
                           MOVE NM-STUDENT TO WS-NOME-ALUNO
                           CALL 'NORMALIZAR-NOME'
                               USING WS-NOME-ALUNO,
            MOVE 'N' TO WS-LOTE-EM-ANDAMENTO.
       P260-FIM.
      *-----------------------------------------------------------------
      * ALUNO DENTRO DA FATIA DA PARTICAO (FAIXA DE TURMAS OU DE
      * CD-STUDENT, INCLUSIVE) - FORA DO LOTE PARTICIONADO, TODOS.
      * NA FAIXA DE CD-STUDENT, PASSOU DO FIM ACABOU A PARTICAO.
      *-----------------------------------------------------------------
       P262-CONFERIR-PARTICAO.
            MOVE 'S' TO WS-ALUNO-NA-PARTICAO
            IF WS-MODO-PARTICAO = 'S' THEN
               IF WS-PART-TIPO = 'T' THEN
                  IF CD-TURMA < WS-PART-INICIO OR
                     CD-TURMA > WS-PART-FIM THEN
                     MOVE 'N' TO WS-ALUNO-NA-PARTICAO
                  END-IF
               ELSE
                  IF WS-STUDENT-REL-KEY < WS-PART-INICIO-NUM THEN
                     MOVE 'N' TO WS-ALUNO-NA-PARTICAO
                  END-IF
                  IF WS-STUDENT-REL-KEY > WS-PART-FIM-NUM THEN
                     MOVE 'N' TO WS-ALUNO-NA-PARTICAO
                     MOVE 'F' TO WS-EOF
                  END-IF
               END-IF
            END-IF
            .
       P262-FIM.
      *-----------------------------------------------------------------
      * REGISTRA O LOTE NO LOG DE EXECUCOES (EXECUCOES.TXT): OS
      * PARAMETROS BASE DO LOTE (A POLITICA POR TURMA PODE TER
      * SOBREPOSTO VALORES ALUNO A ALUNO - VEJA P265), OS PROCESSADOS
                   DISPLAY '*  ALUNO NAO ENCONTRADO NO CADASTRO      *'
                   DISPLAY '*******************************************'
                 NOT INVALID KEY
                    PERFORM P304-PROCESSAR-ALUNO-DIGITADO
            END-READ
            CLOSE STUDENT

            .
       P300-FIM.
      *-----------------------------------------------------------------
      * ALUNO DIGITADO: SO O DA UNIDADE ESCOLAR SELECIONADA (OPERADOR
      * RESTRITO NAO LANCA NOTA DE ALUNO DE OUTRA UNIDADE).
      *-----------------------------------------------------------------
       P304-PROCESSAR-ALUNO-DIGITADO.
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - LANCAMENTO '
                       'NEGADO'
            ELSE
               MOVE NM-STUDENT TO WS-NOME-ALUNO
               CALL 'NORMALIZAR-NOME'
                     USING WS-NOME-ALUNO, WS-RETORNO-NORMALIZAR
               MOVE CD-TURMA TO WS-TURMA-ALUNO
               PERFORM P220-INFORMAR-MATERIA
               PERFORM P302-CONFERIR-REGIME-TURMA
               IF WS-TURMA-DESCRITIVA = 'N' THEN
                  PERFORM P450-INFORMAR-QTD-NOTAS
               END-IF
               PERFORM P400-PROCESSAR-ALUNO
            END-IF
            .
       P304-FIM.
      *-----------------------------------------------------------------
      * TURMA DE REGIME DESCRITIVO NAO TEM QUANTIDADE DE NOTAS,
      * LIMIARES NEM FREQUENCIA MINIMA A PERGUNTAR (P450) - O
      * LANCAMENTO EH SO O PARECER (P418).
      *-----------------------------------------------------------------
       P302-CONFERIR-REGIME-TURMA.
            MOVE 'N' TO WS-TURMA-DESCRITIVA
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-ALUNO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND
               TU-REGIME-DESCRITIVO THEN
               MOVE 'S' TO WS-TURMA-DESCRITIVA
            END-IF
            .
       P302-FIM.
      *-----------------------------------------------------------------
      * ROTINA COMUM: RECEBE AS NOTAS, CALCULA A MEDIA E EMITE O
      * RESULTADO PARA UM UNICO ALUNO, SEJA EM LOTE OU INTERATIVO.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       P400-PROCESSAR-ALUNO.
            MOVE WS-STUDENT-REL-KEY TO CX-CD-STUDENT
            PERFORM P411-CARREGAR-PERIODO-TURMA
            IF WS-PERIODO-OK = 'N' THEN
               PERFORM P511-GRAVAR-EXCECAO-PERIODO
            ELSE
               PERFORM P410-VALIDAR-PROFESSOR
               IF WS-RETORNO-BUSCAR-PROF = 1 THEN
                  PERFORM P512-GRAVAR-EXCECAO-PROFESSOR
               ELSE
                  PERFORM P412-VALIDAR-ELETIVA
                  IF WS-ELETIVA-OK = 'N' THEN
                     PERFORM P513-GRAVAR-EXCECAO-ELETIVA
                  ELSE
                     PERFORM P414-CONFERIR-PRAZO
                     IF WS-PRAZO-OK = 'N' THEN
                        PERFORM P514-GRAVAR-EXCECAO-PRAZO
                     ELSE
                        IF WS-TURMA-DESCRITIVA = 'S' THEN
                           PERFORM P418-PROCESSAR-PARECER
                        ELSE
                           PERFORM P415-PROCESSAR-ALUNO-VALIDADO
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * PERIODO DO REGIME DA TURMA DO ALUNO (VEJA TU-REGIME-PERIODO):
      * TURMA SEMESTRAL (EJA) USA O PERIODO SEMESTRAL, AS DEMAIS (E A
      * TURMA SEM CADASTRO) O BIMESTRAL. O PERIODO ESCOLHIDO FICA EM
      * REG-PERIODO E CARIMBA OS REGISTROS DESTE LANCAMENTO; AUSENTE
      * OU FECHADO, O LANCAMENTO DO ALUNO EH RECUSADO.
      *-----------------------------------------------------------------
       P411-CARREGAR-PERIODO-TURMA.
            MOVE 'S' TO WS-PERIODO-OK
            MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-ALUNO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND
               TU-PERIODO-SEMESTRAL THEN
               MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
            END-IF
            IF REG-PERIODO = SPACES OR NOT PERIODO-ABERTO THEN
               MOVE 'N' TO WS-PERIODO-OK
            END-IF
            .
       P411-FIM.
      *-----------------------------------------------------------------
      * MATERIA FORA DA GRADE OBRIGATORIA DA SERIE DA TURMA DO ALUNO
      * EH ELETIVA: SO EH ACEITA COM MATRICULA ATIVA EM ELETIVAS.TXT
      * PARA O ANO CORRENTE. TURMA SEM CADASTRO, GRADE AINDA NAO
      *-----------------------------------------------------------------
       P412-VALIDAR-ELETIVA.
            MOVE 'S' TO WS-ELETIVA-OK
            MOVE 'N' TO WS-TURMA-DESCRITIVA
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-ALUNO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
               IF TU-REGIME-DESCRITIVO THEN
                  MOVE 'S' TO WS-TURMA-DESCRITIVA
               END-IF
               MOVE TU-SERIE TO WS-SERIE-ALUNO
               CALL 'BUSCAR-CURRICULO'
                             USING WS-SERIE-ALUNO, WS-CD-MATERIA,
            .
       P416-FIM.
      *-----------------------------------------------------------------
      * PERIODO DO REGIME DA TURMA FECHADO (OU NAO CADASTRADO): A NOTA
      * NAO EH RECEBIDA - FICA EM EXCECOES.TXT, COMO AS DEMAIS RECUSAS.
      *-----------------------------------------------------------------
       P511-GRAVAR-EXCECAO-PERIODO.
            ADD 1 TO WS-QTD-REJEITADOS-LOTE
            MOVE SPACES TO REG-EXCECAO
            MOVE WS-STUDENT-REL-KEY TO XC-CD-STUDENT
            MOVE WS-CD-MATERIA      TO XC-CD-MATERIA
            MOVE WS-TURMA-ALUNO     TO XC-CD-TURMA
            MOVE 'PERIODO DO REGIME DA TURMA FECHADO'
              TO XC-MOTIVO
            MOVE 'PRINCIPAL' TO XC-ORIGEM
            ACCEPT XC-DATA FROM DATE YYYYMMDD
            ACCEPT XC-HORA FROM TIME
            SET XC-ABERTA TO TRUE
            MOVE SPACES TO XC-COD-RESOLUCAO
            MOVE SPACES TO XC-OPERADOR-RESOLVEU
            WRITE REG-EXCECAO
            .
       P511-FIM.
      *-----------------------------------------------------------------
      * PRAZO VENCIDO SEM LIBERACAO: A NOTA NAO EH RECEBIDA - FICA
      * REGISTRADO EM EXCECOES.TXT PARA A COORDENACAO DECIDIR.
      *-----------------------------------------------------------------
            .
       P513-FIM.
      *-----------------------------------------------------------------
      * PARECER NAO DIGITADO DEPOIS DO LIMITE DE TENTATIVAS DO
      * RECEBER-PARECER: NADA EH GRAVADO EM PARECERES.TXT - FICA EM
      * EXCECOES.TXT PARA O PROFESSOR LANCAR DEPOIS.
      *-----------------------------------------------------------------
       P517-GRAVAR-EXCECAO-PARECER.
            ADD 1 TO WS-QTD-REJEITADOS-LOTE
            MOVE SPACES TO REG-EXCECAO
            MOVE WS-STUDENT-REL-KEY TO XC-CD-STUDENT
            MOVE WS-CD-MATERIA      TO XC-CD-MATERIA
            MOVE WS-TURMA-ALUNO     TO XC-CD-TURMA
            MOVE 'PARECER NAO INFORMADO'
              TO XC-MOTIVO
            MOVE 'PRINCIPAL' TO XC-ORIGEM
            ACCEPT XC-DATA FROM DATE YYYYMMDD
            ACCEPT XC-HORA FROM TIME
            SET XC-ABERTA TO TRUE
            MOVE SPACES TO XC-COD-RESOLUCAO
            MOVE SPACES TO XC-OPERADOR-RESOLVEU
            WRITE REG-EXCECAO
            .
       P517-FIM.
      *-----------------------------------------------------------------
      * LINHA DE PROGRESSO DO LOTE SILENCIOSO: UM AVISO CURTO A CADA
      * WS-INTERVALO-PROGRESSO ALUNOS, PARA O OPERADOR SABER QUE O
      * LOTE ANDA SEM AFOGAR O CONSOLE.
            CALL 'RECEBER-NOTAS'
                          USING WS-NOTAS, WS-RETORNO-RECEBER,
                                WS-NOME-ALUNO, WS-CD-MATERIA,
                                WS-STUDENT-REL-KEY, WS-TURMA-ALUNO,
                                PE-ANO-LETIVO, PE-BIMESTRE
            IF WS-RETORNO-RECEBER NOT = 0 THEN
               SET ERRO-RECEBER-NOTAS TO TRUE
               CALL 'MENSAGEM-ERRO' USING WS-COD-ERRO,
            .
       P417-FIM.
      *-----------------------------------------------------------------
      * TURMA DE REGIME DESCRITIVO: NO LUGAR DE RECEBER-NOTAS/
      * CALCULAR-MEDIA/PARTE-DOIS, O PROFESSOR DIGITA O PARECER NO
      * RECEBER-PARECER E ELE VAI PARA PARECERES.TXT (P508). NAO HA
      * MEDIA A APROVAR NEM A AUDITAR - O PARECER NAO PASSA PELO
      * PENDENTES/AUDITORIA (O CARIMBO DE OPERADOR/DATA/HORA DO
      * PROPRIO REGISTRO EH O RASTRO). A FREQUENCIA APURADA DO LIVRO
      * DE CHAMADA, QUANDO HOUVER, VAI JUNTO PARA O BOLETIM.
      *-----------------------------------------------------------------
       P418-PROCESSAR-PARECER.
            ADD 1 TO WS-QTD-PROCESSADOS
            PERFORM P495-CAPTURAR-TIMESTAMP
            MOVE 0 TO WS-RETORNO-PARECER

            CALL 'RECEBER-PARECER'
                          USING WS-NOME-ALUNO, WS-NOME-MATERIA,
                                WS-TEXTO-PARECER, WS-RETORNO-PARECER
            IF WS-RETORNO-PARECER NOT = 0 THEN
               PERFORM P517-GRAVAR-EXCECAO-PARECER
            ELSE
               PERFORM P417-APLICAR-FREQUENCIA-APURADA
               PERFORM P508-GRAVAR-PARECER
            END-IF
            .
       P418-FIM.
      *-----------------------------------------------------------------
      * ALUNO CUJA MATERIA/TURMA NAO TEM PROFESSOR ATRIBUIDO: A NOTA
      * NAO EH RECEBIDA NEM GRAVADA - FICA REGISTRADO EM EXCECOES.TXT
      * PARA A SECRETARIA PROVIDENCIAR A ATRIBUICAO NO PROGARQ004.
      * A ESCALA EM VIGOR VIAJA COM O PENDENTE: A MEDIA SO FAZ
      * SENTIDO JUNTO DA ESCALA EM QUE FOI DADA (VEJA NH-ESCALA).
            MOVE WS-ESCALA-MAXIMO      TO PD-ESCALA
            SET PD-ORIGEM-NORMAL       TO TRUE
            WRITE REG-PENDENTE
            ADD 1 TO WS-QTD-GRAVADOS-SAIDA
            PERFORM P507-GRAVAR-DETALHE-NOTAS
      * PENDENTE - AS AVALIACOES QUE PRODUZIRAM A MEDIA DEIXAM DE SER
      * DESCARTADAS DEPOIS DE CALCULAR-MEDIA. O PESO JA ESTA ARMADO
      * POR TIPO (CALCULAR-MEDIA/P150 REGRAVA WS-PESO ANTES DE SOMAR).
      * ALUNO COM PEI EM VIGOR NA DATA E A MATERIA ENTRE AS ADAPTADAS
      * (CADASTRO DE AEE) TEM AS NOTAS NAO ISENTAS MARCADAS COMO
      * AVALIACAO ADAPTADA.
      *-----------------------------------------------------------------
       P507-GRAVAR-DETALHE-NOTAS.
            CALL 'CONSULTAR-AEE' USING WS-STUDENT-REL-KEY,
                          WS-CD-MATERIA, WS-DATA-PROCESSAMENTO,
                          WS-RETORNO-AEE
            PERFORM VARYING WS-IDX-PESO FROM 1 BY 1
                    UNTIL WS-IDX-PESO > WS-QTD-NOTAS
               MOVE WS-STUDENT-REL-KEY TO ND-CD-STUDENT
               MOVE WS-NOTA-ISENTA (WS-IDX-PESO) TO ND-ISENTA
               MOVE WS-DATA-PROCESSAMENTO TO ND-DATA-LANCAMENTO
               MOVE WS-HORA-PROCESSAMENTO TO ND-HORA-LANCAMENTO
               IF WS-RETORNO-AEE = 0 AND ND-ISENTA NOT = 'S' THEN
                  MOVE 'S' TO ND-ADAPTADA
               ELSE
                  MOVE 'N' TO ND-ADAPTADA
               END-IF
               WRITE REG-NOTA-DETALHE
            END-PERFORM
            .
       P507-FIM.
      *-----------------------------------------------------------------
      * GRAVA O PARECER DESCRITIVO (PARECERES.TXT, VEJA PARECER-
      * RECORD.CPY) - MESMO EXPEDIENTE DO TARDIO EM P516: ABRE EM
      * EXTEND, CRIA NA PRIMEIRA VEZ. SEM APURACAO DO LIVRO DE
      * CHAMADA A FREQUENCIA FICA EM BRANCO.
      *-----------------------------------------------------------------
       P508-GRAVAR-PARECER.
            OPEN EXTEND PARECER-FILE
            IF FS-PARECER = '35' THEN
               OPEN OUTPUT PARECER-FILE
            END-IF
            IF FS-PARECER = '00' THEN
               MOVE SPACES                TO REG-PARECER
               MOVE WS-STUDENT-REL-KEY    TO PR-CD-STUDENT
               MOVE WS-NOME-ALUNO         TO PR-NM-STUDENT
               MOVE WS-TURMA-ALUNO        TO PR-CD-TURMA
               MOVE WS-CD-MATERIA         TO PR-CD-MATERIA
               MOVE WS-NOME-MATERIA       TO PR-NM-MATERIA
               MOVE PE-ANO-LETIVO         TO PR-ANO-LETIVO
               MOVE PE-BIMESTRE           TO PR-BIMESTRE
               MOVE WS-TEXTO-PARECER      TO PR-TEXTO
               IF WS-RETORNO-BUSCAR-FREQ = 0 THEN
                  MOVE WS-PERC-APURADO    TO PR-PERC-FREQUENCIA
               ELSE
                  MOVE SPACES             TO PR-PERC-FREQUENCIA-X
               END-IF
               MOVE WS-NOME-PROFESSOR     TO PR-NM-PROFESSOR
               MOVE WS-OPERADOR           TO PR-OPERADOR
               MOVE WS-DATA-PROCESSAMENTO TO PR-DATA-LANCAMENTO
               MOVE WS-HORA-PROCESSAMENTO TO PR-HORA-LANCAMENTO
               WRITE REG-PARECER
               CLOSE PARECER-FILE
            END-IF
            IF WS-LANCAMENTO-TARDIO = 'S' THEN
               PERFORM P516-GRAVAR-TARDIO
            END-IF
            .
       P508-FIM.
      *-----------------------------------------------------------------
      * REGISTRA NO ARQUIVO DE EXCECOES (EXCECOES.TXT) OS ALUNOS CUJAS
      * NOTAS FORAM REJEITADAS PELO CALCULAR-MEDIA (WS-RETORNO-CALCULO
      * = 1), EM VEZ DE SEGUIR O PROCESSAMENTO COM UMA MEDIA INVALIDA.
            MOVE WS-OPERADOR           TO AU-OPERADOR
            MOVE WS-DATA-PROCESSAMENTO TO AU-DATA-ALTERACAO
            MOVE WS-HORA-PROCESSAMENTO TO AU-HORA-ALTERACAO
      * NA PARTICAO, O REGISTRO VAI CRU PARA A AUDITORIA DELA - O
      * ENCADEAMENTO EH FEITO NA CONSOLIDACAO (VEJA A NOTA NO SELECT).
            IF WS-MODO-PARTICAO = 'S' THEN
               MOVE 0 TO AU-SEQUENCIA
               MOVE 0 TO AU-TOTAL-CONTROLE
               WRITE REC-AUDITORIA-PARTICAO FROM REG-AUDITORIA
            ELSE
               CALL 'GRAVAR-AUDITORIA'
                             USING REG-AUDITORIA, WS-RETORNO-AUDITORIA
            END-IF
            .
       P525-FIM.
      *-----------------------------------------------------------------
               CLOSE PENDENTES-FILE
               CLOSE EXCEPTION-FILE
               CLOSE DETALHE-FILE
               IF WS-MODO-PARTICAO = 'S' THEN
                  CLOSE AUDITORIA-PARTICAO-FILE
                  CALL 'LIBERAR-TRAVA-PARTICAO'
                                USING WS-NR-PARTICAO,
                                      WS-RETORNO-LIBERAR
               ELSE
                  CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
               END-IF
      * ABORTO NO MEIO DE UM LOTE: O REGISTRO DE EXECUCAO SAI MESMO
      * ASSIM, MARCADO 'A', COM AS CONTAGENS DA SESSAO ATE AQUI -
      * MESMA EVIDENCIA QUE IMPORTAR-NOTAS/P990 JA DEIXA.
            .
       P999-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PRINCIPAL' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE LENGTH OF REG-PENDENTE TO LY-TAMANHO
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
       END PROGRAM PRINCIPAL.
