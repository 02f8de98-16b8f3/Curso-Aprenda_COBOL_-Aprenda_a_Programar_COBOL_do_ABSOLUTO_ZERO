      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: UNIFICAR CADASTRO DUPLICADO DE ALUNO (O MESMO ALUNO
      *          MATRICULADO DUAS VEZES, COM DOIS CD-STUDENT): O
      *          COORDENADOR INFORMA O SOBREVIVENTE E O ABSORVIDO, VE
      *          OS DOIS CADASTROS LADO A LADO E A QUANTIDADE DE
      *          REGISTROS DE CADA UM EM CADA ARQUIVO, E CONFIRMA.
      *          1 - TODO ARQUIVO DO ALUNO (TABELA WS-ARQUIVOS-ALUNO:
      *              HISTORICO, DETALHE DE NOTAS, CHAMADA, RESPONSAVEIS,
      *              DEPENDENCIAS, EXCECOES, IDS OFICIAIS ETC.) EH
      *              REGRAVADO COM O SOBREVIVENTE NO LUGAR DO
      *              ABSORVIDO - E, SE O OPERADOR PEDIR, OS ANOS
      *              ARQUIVADOS DO HISTORICO (NOTAS-HIST-AAAA.TXT);
      *          2 - O CADASTRO ABSORVIDO FICA NO MESTRE COMO PONTEIRO:
      *              ST-ALUNO 'U' E CD-STUDENT-SOBREVIVENTE;
      *          3 - CADA REGISTRO REGRAVADO VAI PARA O JORNAL (VEJA
      *              GRAVAR-JORNAL) COM A IDENTIFICACAO DA UNIFICACAO
      *              E O NOME DO ARQUIVO, E A UNIFICACAO FICA EM
      *              UNIFICACOES.TXT (VEJA UNIFICACAO-RECORD.CPY).
      *          A OPCAO 2 DESFAZ A ULTIMA UNIFICACAO DE UM ABSORVIDO:
      *          COM AS ENTRADAS DO JORNAL DAQUELA UNIFICACAO, DEVOLVE
      *          AO ABSORVIDO SO OS REGISTROS QUE ERAM DELE (O QUE FOI
      *          LANCADO NO SOBREVIVENTE DEPOIS FICA NO SOBREVIVENTE) E
      *          RESTAURA O CADASTRO DELE NO MESTRE. ENTRADA QUE NAO
      *          ACHA MAIS O REGISTRO (ALTERADO DEPOIS DA UNIFICACAO)
      *          EH CONTADA E AVISADA; JORNAL JA PODADO (PODAR-LOGS)
      *          NAO TEM MAIS O QUE DESFAZER.
      *          FICAM FORA: AUDITORIA (A CORRENTE DE CONFERENCIA DE
      *          CADA REGISTRO INCLUI O CODIGO), LOGS DE ERROS E DE
      *          CONSULTAS, EXTRATOS JA ENVIADOS, ARQUIVOS DE CARGA,
      *          OS GRUPOS DE REFORCO (REMONTADOS PELO REFORCO-ESCOLAR)
      *          E OS BOLETINS ARQUIVADOS.
      *          SO COORDENADOR/ADMINISTRADOR, COM A TRAVA DE
      *          GRAVACAO; A EXECUCAO FICA REGISTRADA EM EXECUCOES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIFICAR-ALUNOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

      * ARQUIVO DO ALUNO DA VEZ (NOME TROCADO A CADA ARQUIVO EM
      * WS-NOME-ARQUIVO), LIDO LINHA A LINHA.
           SELECT GENERICO-FILE ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GENERICO.

           SELECT TRABALHO-FILE ASSIGN TO
           '../../UNIFICAR-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABALHO.

           SELECT JORNAL-FILE ASSIGN TO
           '../../JORNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNAL.

           SELECT UNIFICACAO-FILE ASSIGN TO
           '../../UNIFICACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIFICACAO.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD GENERICO-FILE.
       01 REC-GENERICO             PIC X(400).
       FD TRABALHO-FILE.
       01 REC-TRABALHO             PIC X(400).
      * O JORNAL EH LIDO SO NO DESFAZIMENTO, PARA A AREA DE TROCA COM
      * O GRAVAR-JORNAL (REG-JORNAL, NA WORKING-STORAGE).
       FD JORNAL-FILE.
       01 REC-JORNAL-LIDO          PIC X(365).
       FD UNIFICACAO-FILE.
           COPY UNIFICACAO-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-GENERICO                 PIC X(02)       VALUE SPACES.
       77 FS-TRABALHO                 PIC X(02)       VALUE SPACES.
       77 FS-JORNAL                   PIC X(02)       VALUE SPACES.
       77 FS-UNIFICACAO               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): OS DOIS CADASTROS DA UNIFICACAO TEM QUE SER DA UNIDADE
      * DO OPERADOR - DUPLICIDADE ENTRE UNIDADES SO PELO OPERADOR DA
      * REDE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-OPCAO                    PIC X(01)       VALUE SPACE.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HORA-AGORA               PIC 9(08)       VALUE 0.
       77 WS-ARQUIVO-BASE             PIC X(30)       VALUE SPACES.
       77 WS-NOME-ARQUIVO             PIC X(60)       VALUE SPACES.
       77 WS-NOME-APAGAR              PIC X(60)       VALUE SPACES.
      * OS DOIS CADASTROS: SOBREVIVENTE (FICA) E ABSORVIDO (VIRA
      * PONTEIRO). A CHAVE PROCURADA NOS ARQUIVOS (DE) E A GRAVADA NO
      * LUGAR (PARA) SE INVERTEM NO DESFAZIMENTO.
       77 WS-CD-SOBREVIVENTE          PIC 9(05)       VALUE 0.
       77 WS-CD-ABSORVIDO             PIC 9(05)       VALUE 0.
       77 WS-NM-SOBREVIVENTE          PIC X(20)       VALUE SPACES.
       77 WS-NM-ABSORVIDO             PIC X(20)       VALUE SPACES.
       01 WS-CD-DE                    PIC 9(05)       VALUE 0.
       01 WS-CD-DE-X REDEFINES WS-CD-DE PIC X(05).
       01 WS-CD-PARA                  PIC 9(05)       VALUE 0.
       01 WS-CD-PARA-X REDEFINES WS-CD-PARA PIC X(05).
       01 WS-CD-OUTRO                 PIC 9(05)       VALUE 0.
       01 WS-CD-OUTRO-X REDEFINES WS-CD-OUTRO PIC X(05).
      * 'U' = UNIFICANDO, 'D' = DESFAZENDO.
       77 WS-MODO                     PIC X(01)       VALUE 'U'.
           88 WS-MODO-UNIFICAR                VALUE 'U'.
           88 WS-MODO-DESFAZER                VALUE 'D'.
      * IDENTIFICACAO DESTA EXECUCAO (DATA + HORA) - GRAVADA EM CADA
      * ENTRADA DO JORNAL - E, NO DESFAZIMENTO, A DA UNIFICACAO
      * DESFEITA.
       01 WS-ID-OPERACAO.
           02 WS-ID-DATA              PIC 9(08)       VALUE 0.
           02 WS-ID-HORA              PIC 9(08)       VALUE 0.
       77 WS-ID-DESFAZER              PIC X(16)       VALUE SPACES.
       77 WS-DATA-UNIFICACAO          PIC 9(08)       VALUE 0.
      * FAIXA DE ANOS ARQUIVADOS DO HISTORICO (0 = NENHUM).
       77 WS-ANO-DE                   PIC 9(04)       VALUE 0.
       77 WS-ANO-ATE                  PIC 9(04)       VALUE 0.
       77 WS-ANO-CORRENTE             PIC 9(04)       VALUE 0.
      * CONTAGENS: DO ARQUIVO DA VEZ E DO TOTAL.
       77 WS-QTD-SOBREV-ARQ           PIC 9(07)       VALUE 0.
       77 WS-QTD-ABSORV-ARQ           PIC 9(07)       VALUE 0.
       77 WS-QTD-ABSORV-TOTAL         PIC 9(07)       VALUE 0.
       77 WS-QTD-ALTERADOS-ARQ        PIC 9(07)       VALUE 0.
       77 WS-QTD-ALTERADOS            PIC 9(07)       VALUE 0.
       77 WS-QTD-LIDOS                PIC 9(07)       VALUE 0.
       77 WS-QTD-NAO-ACHADOS          PIC 9(07)       VALUE 0.
       77 WS-QTD-NAO-ACHADOS-ARQ      PIC 9(07)       VALUE 0.
       77 WS-QTD-RECUSADOS            PIC 9(04)       VALUE 0.
       77 WS-HIST-ALTERADO            PIC X(01)       VALUE 'N'.
      * DATA DA SITUACAO DO ABSORVIDO (DDMMAAAA, COMO NO MESTRE).
       01 WS-DATA-SITUACAO.
           02 WS-DS-DIA               PIC 9(02)       VALUE 0.
           02 WS-DS-MES               PIC 9(02)       VALUE 0.
           02 WS-DS-ANO               PIC 9(04)       VALUE 0.
      * ARQUIVOS DO ALUNO: NOME, POSICAO DO CD-STUDENT NO REGISTRO E,
      * QUANDO O ARQUIVO MISTURA TIPOS DE REGISTRO, A POSICAO E O
      * VALOR DO TIPO QUE TRAZ O CODIGO (ZERO = TODO REGISTRO). ARQUIVO
      * NOVO COM CD-STUDENT ENTRA AQUI.
       01 WS-ARQUIVOS-ALUNO-VALORES.
           02 FILLER PIC X(30) VALUE 'ABONOS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'AEE.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'ALERTAS-EVASAO.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'ATESTADOS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'ATRASOS-SAIDAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'AUTORIZACOES-PASSEIO.TXT'.
           02 FILLER PIC X(07) VALUE '005000 '.
           02 FILLER PIC X(30) VALUE 'AUTORIZADOS-SAIDA.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'AVALIACOES-EXTERNAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'BOLETINS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'BOLSA-FAMILIA.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'BOLSA-PROPOSTAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'BOLSISTAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'CARTEIRINHAS-REGISTRO.TXT'.
           02 FILLER PIC X(07) VALUE '007000 '.
           02 FILLER PIC X(30) VALUE 'CASOS-FICAI.TXT'.
           02 FILLER PIC X(07) VALUE '007006C'.
           02 FILLER PIC X(30) VALUE 'CERTIFICADOS-REGISTRO.TXT'.
           02 FILLER PIC X(07) VALUE '020000 '.
           02 FILLER PIC X(30) VALUE 'CHAMADA.TXT'.
           02 FILLER PIC X(07) VALUE '019000 '.
           02 FILLER PIC X(30) VALUE 'CONVOCACOES.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'DECLARACOES.TXT'.
           02 FILLER PIC X(07) VALUE '008000 '.
           02 FILLER PIC X(30) VALUE 'DEPENDENCIAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'DOCUMENTOS-ALUNO.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'ELETIVAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'EXCECOES.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'FICHA-SAUDE.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'FREQUENCIA-APURADA.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'FREQUENCIA-BOLSA.TXT'.
           02 FILLER PIC X(07) VALUE '006000 '.
           02 FILLER PIC X(30) VALUE 'FREQUENCIA-MENSAL.TXT'.
           02 FILLER PIC X(07) VALUE '007000 '.
           02 FILLER PIC X(30) VALUE 'IDS-OFICIAIS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'LANCAMENTOS-TARDIOS.TXT'.
           02 FILLER PIC X(07) VALUE '016000 '.
           02 FILLER PIC X(30) VALUE 'LEITORA-GABARITOS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'LIVROS-MOVIMENTO.TXT'.
           02 FILLER PIC X(07) VALUE '005000 '.
           02 FILLER PIC X(30) VALUE 'MENSALIDADES.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'NOTAS-DETALHE.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'NOTAS-HIST.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'OCORRENCIAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'PARECERES.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'PENDENTES.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'PRESENCAS-REUNIAO.TXT'.
           02 FILLER PIC X(07) VALUE '005000 '.
           02 FILLER PIC X(30) VALUE 'RECURSOS.TXT'.
           02 FILLER PIC X(07) VALUE '006000 '.
           02 FILLER PIC X(30) VALUE 'REEMISSOES.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'REFORCO-PRESENCAS.TXT'.
           02 FILLER PIC X(07) VALUE '006000 '.
           02 FILLER PIC X(30) VALUE 'RESPONSAVEIS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'SEGUNDAS-CHAMADAS.TXT'.
           02 FILLER PIC X(07) VALUE '006000 '.
           02 FILLER PIC X(30) VALUE 'TRANSFERENCIAS-SAIDA.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'TRANSFERENCIAS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
           02 FILLER PIC X(30) VALUE 'TRANSPORTE-ALUNOS.TXT'.
           02 FILLER PIC X(07) VALUE '001000 '.
       01 WS-ARQUIVOS-ALUNO REDEFINES WS-ARQUIVOS-ALUNO-VALORES.
           02 WS-ARQ-ALUNO OCCURS 45 TIMES.
              03 WS-ARQ-NOME          PIC X(30).
              03 WS-ARQ-POS-CHAVE     PIC 9(03).
              03 WS-ARQ-POS-TIPO      PIC 9(03).
              03 WS-ARQ-TIPO          PIC X(01).
       77 WS-QTD-ARQ-ALUNO            PIC 9(02)       VALUE 45.
       77 WS-IDX-ARQ                  PIC 9(02)       VALUE 0.
      * ARQUIVO DA VEZ (DA TABELA OU ANO ARQUIVADO DO HISTORICO).
       77 WS-POS-CHAVE                PIC 9(03)       VALUE 0.
       77 WS-POS-TIPO                 PIC 9(03)       VALUE 0.
       77 WS-TIPO                     PIC X(01)       VALUE SPACE.
       77 WS-REGISTRO-DO-ALUNO        PIC X(01)       VALUE 'N'.
       77 WS-IMAGEM-ANTES             PIC X(400)      VALUE SPACES.
      * CADASTRO DO ABSORVIDO ANTES DA UNIFICACAO (DO JORNAL).
       77 WS-CADASTRO-ANTERIOR        PIC X(70)       VALUE SPACES.
      * CADASTROS LADO A LADO: UMA LINHA POR CAMPO DO MESTRE, COLUNA
      * 1 = SOBREVIVENTE, 2 = ABSORVIDO.
       01 WS-ROTULOS-VALORES.
           02 FILLER PIC X(16) VALUE 'CODIGO'.
           02 FILLER PIC X(16) VALUE 'NOME'.
           02 FILLER PIC X(16) VALUE 'TURMA'.
           02 FILLER PIC X(16) VALUE 'NASCIMENTO'.
           02 FILLER PIC X(16) VALUE 'MATRICULA EM'.
           02 FILLER PIC X(16) VALUE 'SITUACAO'.
           02 FILLER PIC X(16) VALUE 'DATA SITUACAO'.
           02 FILLER PIC X(16) VALUE 'NR MATRICULA'.
           02 FILLER PIC X(16) VALUE 'UNIDADE'.
       01 WS-ROTULOS REDEFINES WS-ROTULOS-VALORES.
           02 WS-ROTULO               PIC X(16) OCCURS 9 TIMES.
       01 WS-LADO-A-LADO.
           02 WS-LD-LINHA OCCURS 9 TIMES.
              03 WS-LD-VALOR          PIC X(22) OCCURS 2 TIMES.
       77 WS-IDX-LINHA                PIC 9(02)       VALUE 0.
       77 WS-COLUNA                   PIC 9(01)       VALUE 0.
      * ENTRADAS DO JORNAL DA UNIFICACAO DESFEITA, DO ARQUIVO DA VEZ:
      * IMAGEM ANTES E DEPOIS COMPLETAS (IMAGEM + COMPLEMENTO) E SE
      * JA FOI DEVOLVIDA A UM REGISTRO.
       77 WS-QTD-ENTRADAS             PIC 9(04)       VALUE 0.
       77 WS-MAX-ENTRADAS             PIC 9(04)       VALUE 5000.
       77 WS-IDX-ENTRADA              PIC 9(04)       VALUE 0.
       77 WS-ENTRADA-ACHADA           PIC X(01)       VALUE 'N'.
       01 WS-ENTRADAS.
           02 WS-ENTRADA OCCURS 5000 TIMES.
              03 WS-EN-ANTES          PIC X(130).
              03 WS-EN-DEPOIS         PIC X(130).
              03 WS-EN-USADA          PIC X(01).
      * JORNAL DE ATUALIZACOES (VEJA JORNAL-RECORD.CPY E
      * GRAVAR-JORNAL).
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST):
      * O CD-STUDENT FAZ PARTE DA CHAVE - REMONTADO SE O HISTORICO
      * VIVO MUDOU.
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
           COPY NOTAS-HIST-RECORD.
           COPY PENDENTE-RECORD.
      * TRAVA DE GRAVACAO UNICA (VEJA OBTER-TRAVA/LIBERAR-TRAVA).
       77 WS-FORCAR-TRAVA             PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.
      * LOG DE EXECUCOES DE LOTE (VEJA REGISTRAR-EXECUCAO).
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
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
            DISPLAY 'UNIFICACAO DE CADASTRO DUPLICADO DE ALUNO'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME

            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY 'UNIFICACAO RESTRITA A COORDENADOR/ADMIN '
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY '1 - UNIFICAR DOIS CADASTROS'
            DISPLAY '2 - DESFAZER UMA UNIFICACAO'
            DISPLAY 'OPCAO.........................: '
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
               WHEN '1'
                  SET WS-MODO-UNIFICAR TO TRUE
                  PERFORM P100-UNIFICAR
               WHEN '2'
                  SET WS-MODO-DESFAZER TO TRUE
                  PERFORM P600-DESFAZER
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            STOP RUN.
      *-----------------------------------------------------------------
      * UNIFICACAO: OS DOIS CADASTROS EXISTEM, SAO DIFERENTES E
      * NENHUM JA FOI UNIFICADO; O OPERADOR CONFIRMA DEPOIS DE VER OS
      * DOIS LADO A LADO E AS CONTAGENS POR ARQUIVO.
      *-----------------------------------------------------------------
       P100-UNIFICAR.
            DISPLAY 'CODIGO DO ALUNO SOBREVIVENTE..: '
            ACCEPT WS-CD-SOBREVIVENTE
            DISPLAY 'CODIGO DO ALUNO ABSORVIDO.....: '
            ACCEPT WS-CD-ABSORVIDO
            IF WS-CD-SOBREVIVENTE = WS-CD-ABSORVIDO THEN
               DISPLAY 'SOBREVIVENTE E ABSORVIDO SAO O MESMO CODIGO'
               STOP RUN
            END-IF

            OPEN I-O STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
               STOP RUN
            END-IF

            MOVE WS-CD-SOBREVIVENTE TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-COLUNA
            PERFORM P110-LER-CADASTRO
            MOVE NM-STUDENT TO WS-NM-SOBREVIVENTE
            MOVE WS-CD-ABSORVIDO TO WS-STUDENT-REL-KEY
            MOVE 2 TO WS-COLUNA
            PERFORM P110-LER-CADASTRO
            MOVE NM-STUDENT TO WS-NM-ABSORVIDO

            PERFORM P120-EXIBIR-LADO-A-LADO

            DISPLAY 'INCLUIR HISTORICO ARQUIVADO DO ANO (AAAA, '
                    '0 = NENHUM): '
            ACCEPT WS-ANO-DE
            IF WS-ANO-DE > 0 THEN
               DISPLAY 'ATE O ANO (AAAA)..............: '
               ACCEPT WS-ANO-ATE
               IF WS-ANO-ATE < WS-ANO-DE THEN
                  MOVE WS-ANO-DE TO WS-ANO-ATE
               END-IF
            END-IF

            MOVE WS-CD-ABSORVIDO TO WS-CD-DE
            MOVE WS-CD-SOBREVIVENTE TO WS-CD-OUTRO
            PERFORM P130-CONTAR-REGISTROS
            IF WS-QTD-RECUSADOS > 0 THEN
               DISPLAY 'CONVERTA OS ANOS RECUSADOS (CONVERTER-LAYOUT) '
                       'E REPITA A UNIFICACAO'
               CLOSE STUDENT
               STOP RUN
            END-IF

            DISPLAY 'CONFIRMA A UNIFICACAO DO ALUNO ' WS-CD-ABSORVIDO
                    ' NO ALUNO ' WS-CD-SOBREVIVENTE ' (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' THEN
               DISPLAY 'UNIFICACAO ABANDONADA'
               CLOSE STUDENT
               STOP RUN
            END-IF

            PERFORM P050-OBTER-TRAVA
            ACCEPT WS-ID-DATA FROM DATE YYYYMMDD
            ACCEPT WS-ID-HORA FROM TIME
            MOVE WS-CD-ABSORVIDO TO WS-CD-DE
            MOVE WS-CD-SOBREVIVENTE TO WS-CD-PARA
            PERFORM P200-REGRAVAR-ARQUIVOS
            PERFORM P300-MARCAR-ABSORVIDO
            CLOSE STUDENT

            MOVE WS-ID-OPERACAO TO UN-ID-UNIFICACAO
            SET UN-TIPO-UNIFICACAO TO TRUE
            PERFORM P350-GRAVAR-UNIFICACAO

            SET EX-RESULTADO-NORMAL TO TRUE
            PERFORM P900-REGISTRAR-EXECUCAO
            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR

            DISPLAY 'REGISTROS LIDOS...............: ' WS-QTD-LIDOS
            DISPLAY 'REGISTROS REGRAVADOS..........: ' WS-QTD-ALTERADOS
            DISPLAY 'ALUNO ' WS-CD-ABSORVIDO ' UNIFICADO NO ALUNO '
                    WS-CD-SOBREVIVENTE ' - IDENTIFICACAO '
                    WS-ID-OPERACAO
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * LE UM DOS DOIS CADASTROS (CHAVE JA EM WS-STUDENT-REL-KEY) E
      * GUARDA OS CAMPOS NA COLUNA WS-COLUNA DO LADO A LADO.
      *-----------------------------------------------------------------
       P110-LER-CADASTRO.
            READ STUDENT
                 INVALID KEY
                    DISPLAY 'ALUNO ' WS-STUDENT-REL-KEY
                            ' NAO ENCONTRADO NO CADASTRO'
                    CLOSE STUDENT
                    STOP RUN
            END-READ

            IF ST-UNIFICADO THEN
               DISPLAY 'ALUNO ' WS-STUDENT-REL-KEY
                       ' JA ESTA UNIFICADO NO ALUNO '
                       CD-STUDENT-SOBREVIVENTE
               CLOSE STUDENT
               STOP RUN
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO, CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO ' WS-STUDENT-REL-KEY ' DE OUTRA UNIDADE '
                       'ESCOLAR - UNIFICACAO NEGADA'
               CLOSE STUDENT
               STOP RUN
            END-IF

            MOVE CD-STUDENT    TO WS-LD-VALOR (1, WS-COLUNA)
            MOVE NM-STUDENT    TO WS-LD-VALOR (2, WS-COLUNA)
            MOVE CD-TURMA      TO WS-LD-VALOR (3, WS-COLUNA)
            MOVE DT-NASCIMENTO TO WS-LD-VALOR (4, WS-COLUNA)
            MOVE DT-MATRICULA  TO WS-LD-VALOR (5, WS-COLUNA)
            MOVE ST-ALUNO      TO WS-LD-VALOR (6, WS-COLUNA)
            MOVE DT-SITUACAO   TO WS-LD-VALOR (7, WS-COLUNA)
            MOVE SPACES TO WS-LD-VALOR (8, WS-COLUNA)
            STRING NR-MATRICULA-BASE '-' NR-MATRICULA-DV
                   DELIMITED BY SIZE INTO WS-LD-VALOR (8, WS-COLUNA)
            END-STRING
            MOVE CD-UNIDADE    TO WS-LD-VALOR (9, WS-COLUNA)
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P120-EXIBIR-LADO-A-LADO.
            DISPLAY ' '
            DISPLAY 'CAMPO           SOBREVIVENTE           '
                    'ABSORVIDO'
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > 9
               DISPLAY WS-ROTULO (WS-IDX-LINHA)
                       WS-LD-VALOR (WS-IDX-LINHA, 1) ' '
                       WS-LD-VALOR (WS-IDX-LINHA, 2)
            END-PERFORM
            DISPLAY ' '
            .
       P120-FIM.
      *-----------------------------------------------------------------
      * CONTAGEM PREVIA, SEM GRAVAR NADA: REGISTROS DE CADA CODIGO EM
      * CADA ARQUIVO DO ALUNO (SO OS ARQUIVOS EM QUE UM DOS DOIS
      * APARECE). ANO ARQUIVADO COM LAYOUT DIFERENTE DO COMPILADO EH
      * RECUSADO AQUI, ANTES DA CONFIRMACAO.
      *-----------------------------------------------------------------
       P130-CONTAR-REGISTROS.
            MOVE 0 TO WS-QTD-ABSORV-TOTAL
            MOVE 0 TO WS-QTD-RECUSADOS
            DISPLAY 'ARQUIVO                        SOBREVIV. ABSORVIDO'
            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                    UNTIL WS-IDX-ARQ > WS-QTD-ARQ-ALUNO
               PERFORM P800-ARQUIVO-DA-TABELA
               PERFORM P140-CONTAR-ARQUIVO
            END-PERFORM

            IF WS-ANO-DE > 0 THEN
               PERFORM VARYING WS-ANO-CORRENTE FROM WS-ANO-DE
                       BY 1 UNTIL WS-ANO-CORRENTE > WS-ANO-ATE
                  PERFORM P810-ARQUIVO-DO-ANO
                  PERFORM P010-CONFERIR-ARQUIVADO
                  IF WS-RETORNO-LAYOUT = 0 THEN
                     PERFORM P140-CONTAR-ARQUIVO
                  ELSE
                     ADD 1 TO WS-QTD-RECUSADOS
                  END-IF
               END-PERFORM
            END-IF

            DISPLAY 'REGISTROS A REGRAVAR..........: '
                    WS-QTD-ABSORV-TOTAL
            .
       P130-FIM.
      *-----------------------------------------------------------------
       P140-CONTAR-ARQUIVO.
            MOVE 0 TO WS-QTD-SOBREV-ARQ
            MOVE 0 TO WS-QTD-ABSORV-ARQ
            OPEN INPUT GENERICO-FILE
            IF FS-GENERICO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ GENERICO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P150-CONTAR-REGISTRO
                  END-READ
               END-PERFORM
               CLOSE GENERICO-FILE
               IF WS-QTD-SOBREV-ARQ > 0 OR WS-QTD-ABSORV-ARQ > 0 THEN
                  DISPLAY WS-ARQUIVO-BASE ' ' WS-QTD-SOBREV-ARQ
                          '   ' WS-QTD-ABSORV-ARQ
               END-IF
               ADD WS-QTD-ABSORV-ARQ TO WS-QTD-ABSORV-TOTAL
            END-IF
            .
       P140-FIM.
      *-----------------------------------------------------------------
       P150-CONTAR-REGISTRO.
            MOVE 'N' TO WS-REGISTRO-DO-ALUNO
            IF WS-POS-TIPO = 0 THEN
               MOVE 'S' TO WS-REGISTRO-DO-ALUNO
            ELSE
               IF REC-GENERICO (WS-POS-TIPO:1) = WS-TIPO THEN
                  MOVE 'S' TO WS-REGISTRO-DO-ALUNO
               END-IF
            END-IF

            IF WS-REGISTRO-DO-ALUNO = 'S' THEN
               IF REC-GENERICO (WS-POS-CHAVE:5) = WS-CD-DE-X THEN
                  ADD 1 TO WS-QTD-ABSORV-ARQ
               END-IF
               IF REC-GENERICO (WS-POS-CHAVE:5) = WS-CD-OUTRO-X THEN
                  ADD 1 TO WS-QTD-SOBREV-ARQ
               END-IF
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * REGRAVA OS ARQUIVOS DO ALUNO TROCANDO WS-CD-DE POR WS-CD-PARA
      * (UNIFICACAO: ABSORVIDO -> SOBREVIVENTE; DESFAZIMENTO: O
      * CONTRARIO, SO NOS REGISTROS DO JORNAL). O HISTORICO VIVO
      * ALTERADO TEM O CAMINHO DE ACESSO DIRETO REMONTADO NO FIM.
      *-----------------------------------------------------------------
       P200-REGRAVAR-ARQUIVOS.
            MOVE 'N' TO WS-HIST-ALTERADO
            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                    UNTIL WS-IDX-ARQ > WS-QTD-ARQ-ALUNO
               PERFORM P800-ARQUIVO-DA-TABELA
               PERFORM P210-REGRAVAR-ARQUIVO
            END-PERFORM

            IF WS-ANO-DE > 0 THEN
               PERFORM VARYING WS-ANO-CORRENTE FROM WS-ANO-DE
                       BY 1 UNTIL WS-ANO-CORRENTE > WS-ANO-ATE
                  PERFORM P810-ARQUIVO-DO-ANO
                  PERFORM P210-REGRAVAR-ARQUIVO
               END-PERFORM
            END-IF

            IF WS-HIST-ALTERADO = 'S' THEN
               MOVE 'R' TO WS-OPERACAO-INDICE
               CALL 'INDEXAR-HIST'
                             USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                   WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST
               IF WS-RETORNO-INDEXAR-HIST NOT = 0 THEN
                  DISPLAY 'CAMINHO DE ACESSO DIRETO AO HISTORICO NAO '
                          'REMONTADO - RODE O REINDEXAR-HIST'
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * UM ARQUIVO: COPIA PARA O TRABALHO TROCANDO A CHAVE DOS
      * REGISTROS DO ALUNO E, SE ALGUM MUDOU, DEVOLVE O TRABALHO AO
      * ARQUIVO. ARQUIVO AUSENTE EH PULADO; NO DESFAZIMENTO, ARQUIVO
      * SEM ENTRADA NO JORNAL TAMBEM.
      *-----------------------------------------------------------------
       P210-REGRAVAR-ARQUIVO.
            MOVE 0 TO WS-QTD-ALTERADOS-ARQ
            MOVE 0 TO WS-QTD-ENTRADAS
            IF WS-MODO-DESFAZER THEN
               PERFORM P650-CARREGAR-JORNAL
            END-IF

            IF WS-MODO-UNIFICAR OR WS-QTD-ENTRADAS > 0 THEN
               OPEN INPUT GENERICO-FILE
               IF FS-GENERICO = '00' THEN
                  OPEN OUTPUT TRABALHO-FILE
                  IF FS-TRABALHO NOT = '00' THEN
                     DISPLAY 'NAO FOI POSSIVEL GRAVAR O TRABALHO '
                             '(STATUS ' FS-TRABALHO ')'
                     CLOSE GENERICO-FILE
                     PERFORM P950-ABORTAR
                  END-IF
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ GENERICO-FILE
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              ADD 1 TO WS-QTD-LIDOS
                              MOVE REC-GENERICO TO REC-TRABALHO
                              PERFORM P220-CONFERIR-REGISTRO
                              WRITE REC-TRABALHO
                     END-READ
                  END-PERFORM
                  CLOSE GENERICO-FILE
                  CLOSE TRABALHO-FILE

                  IF WS-QTD-ALTERADOS-ARQ > 0 THEN
                     PERFORM P230-DEVOLVER-TRABALHO
                     DISPLAY WS-ARQUIVO-BASE ' '
                             WS-QTD-ALTERADOS-ARQ ' REGISTRO(S)'
                     ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-ALTERADOS
                     IF WS-ARQUIVO-BASE = 'NOTAS-HIST.TXT' THEN
                        MOVE 'S' TO WS-HIST-ALTERADO
                     END-IF
                  END-IF
                  MOVE '../../UNIFICAR-TRAB.TXT' TO WS-NOME-APAGAR
                  CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGAR
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF

            IF WS-MODO-DESFAZER THEN
               PERFORM P660-CONTAR-NAO-ACHADAS
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * REGISTRO DO ALUNO (TIPO CERTO E CHAVE = WS-CD-DE): NA
      * UNIFICACAO TODOS; NO DESFAZIMENTO SO O QUE BATE COM UMA IMAGEM
      * DEPOIS AINDA NAO DEVOLVIDA DO JORNAL.
      *-----------------------------------------------------------------
       P220-CONFERIR-REGISTRO.
            MOVE 'N' TO WS-REGISTRO-DO-ALUNO
            IF WS-POS-TIPO = 0 THEN
               MOVE 'S' TO WS-REGISTRO-DO-ALUNO
            ELSE
               IF REC-TRABALHO (WS-POS-TIPO:1) = WS-TIPO THEN
                  MOVE 'S' TO WS-REGISTRO-DO-ALUNO
               END-IF
            END-IF
            IF REC-TRABALHO (WS-POS-CHAVE:5) NOT = WS-CD-DE-X THEN
               MOVE 'N' TO WS-REGISTRO-DO-ALUNO
            END-IF

            IF WS-REGISTRO-DO-ALUNO = 'S' THEN
               IF WS-MODO-UNIFICAR THEN
                  PERFORM P240-TROCAR-CHAVE
               ELSE
                  MOVE 'N' TO WS-ENTRADA-ACHADA
                  PERFORM VARYING WS-IDX-ENTRADA FROM 1 BY 1
                          UNTIL WS-IDX-ENTRADA > WS-QTD-ENTRADAS
                             OR WS-ENTRADA-ACHADA = 'S'
                     IF WS-EN-USADA (WS-IDX-ENTRADA) = 'N' AND
                        WS-EN-DEPOIS (WS-IDX-ENTRADA) =
                        REC-TRABALHO (1:130) THEN
                        MOVE 'S' TO WS-EN-USADA (WS-IDX-ENTRADA)
                        MOVE 'S' TO WS-ENTRADA-ACHADA
                     END-IF
                  END-PERFORM
                  IF WS-ENTRADA-ACHADA = 'S' THEN
                     PERFORM P240-TROCAR-CHAVE
                  END-IF
               END-IF
            END-IF
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * O TRABALHO VOLTA PARA O ARQUIVO DO ALUNO (REGRAVADO INTEIRO).
      *-----------------------------------------------------------------
       P230-DEVOLVER-TRABALHO.
            OPEN INPUT TRABALHO-FILE
            OPEN OUTPUT GENERICO-FILE
            IF FS-GENERICO NOT = '00' THEN
               DISPLAY 'NAO FOI POSSIVEL REGRAVAR ' WS-NOME-ARQUIVO
                       ' (STATUS ' FS-GENERICO ') - O CONTEUDO NOVO '
                       'ESTA EM ../../UNIFICAR-TRAB.TXT'
               CLOSE TRABALHO-FILE
               PERFORM P950-ABORTAR
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ TRABALHO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        WRITE REC-GENERICO FROM REC-TRABALHO
               END-READ
            END-PERFORM
            CLOSE TRABALHO-FILE
            CLOSE GENERICO-FILE
            MOVE 'N' TO WS-EOF
            .
       P230-FIM.
      *-----------------------------------------------------------------
      * TROCA A CHAVE E ANEXA A REGRAVACAO AO JORNAL: IMAGENS ANTES/
      * DEPOIS (130 POSICOES, IMAGEM + COMPLEMENTO), A IDENTIFICACAO
      * DA EXECUCAO E O NOME DO ARQUIVO. O HISTORICO VIVO ENTRA COMO
      * 'NOTAS-HIST' - O RECONSTRUIR-ARQUIVOS REAPLICA A TROCA.
      *-----------------------------------------------------------------
       P240-TROCAR-CHAVE.
            MOVE REC-TRABALHO TO WS-IMAGEM-ANTES
            MOVE WS-CD-PARA-X TO REC-TRABALHO (WS-POS-CHAVE:5)
            ADD 1 TO WS-QTD-ALTERADOS-ARQ

            MOVE 'UNIFICAR-ALUNOS' TO JN-PROGRAMA
            MOVE WS-OPERADOR TO JN-OPERADOR
            IF WS-ARQUIVO-BASE = 'NOTAS-HIST.TXT' THEN
               SET JN-ARQ-NOTAS-HIST TO TRUE
            ELSE
               SET JN-ARQ-UNIFICACAO TO TRUE
            END-IF
            SET JN-OP-REGRAVACAO TO TRUE
            MOVE WS-IMAGEM-ANTES (1:120) TO JN-IMAGEM-ANTES
            MOVE WS-IMAGEM-ANTES (121:10) TO JN-COMPLEMENTO-ANTES
            MOVE REC-TRABALHO (1:120) TO JN-IMAGEM-DEPOIS
            MOVE REC-TRABALHO (121:10) TO JN-COMPLEMENTO-DEPOIS
            MOVE WS-ID-OPERACAO TO JN-ID-UNIFICACAO
            MOVE WS-ARQUIVO-BASE TO JN-NOME-ARQUIVO
            CALL 'GRAVAR-JORNAL' USING REG-JORNAL, WS-RETORNO-JORNAL
            .
       P240-FIM.
      *-----------------------------------------------------------------
      * O ABSORVIDO VIRA PONTEIRO PARA O SOBREVIVENTE (SITUACAO 'U'
      * COM A DATA DE HOJE), JORNALADO COMO QUALQUER ATUALIZACAO DO
      * MESTRE.
      *-----------------------------------------------------------------
       P300-MARCAR-ABSORVIDO.
            MOVE WS-CD-ABSORVIDO TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    DISPLAY 'ERRO AO RELER O ABSORVIDO - MESTRE NAO '
                            'ATUALIZADO'
                 NOT INVALID KEY
                    MOVE STUDENT-FILE TO JN-IMAGEM-ANTES
                    SET ST-UNIFICADO TO TRUE
                    MOVE WS-DATA-HOJE (7:2) TO WS-DS-DIA
                    MOVE WS-DATA-HOJE (5:2) TO WS-DS-MES
                    MOVE WS-DATA-HOJE (1:4) TO WS-DS-ANO
                    MOVE WS-DATA-SITUACAO TO DT-SITUACAO
                    MOVE WS-CD-SOBREVIVENTE TO CD-STUDENT-SOBREVIVENTE
                    PERFORM P310-REGRAVAR-MESTRE
            END-READ
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-REGRAVAR-MESTRE.
            REWRITE STUDENT-FILE
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR O MESTRE (ALUNO '
                          CD-STUDENT ')'
               NOT INVALID KEY
                  MOVE 'UNIFICAR-ALUNOS' TO JN-PROGRAMA
                  MOVE WS-OPERADOR TO JN-OPERADOR
                  SET JN-ARQ-STUDENT TO TRUE
                  SET JN-OP-REGRAVACAO TO TRUE
                  MOVE STUDENT-FILE TO JN-IMAGEM-DEPOIS
                  MOVE SPACES TO JN-COMPLEMENTO-ANTES
                  MOVE SPACES TO JN-COMPLEMENTO-DEPOIS
                  MOVE WS-ID-OPERACAO TO JN-ID-UNIFICACAO
                  MOVE 'STUDENT.TXT' TO JN-NOME-ARQUIVO
                  CALL 'GRAVAR-JORNAL'
                        USING REG-JORNAL, WS-RETORNO-JORNAL
            END-REWRITE
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * REGISTRO DA UNIFICACAO (OU DO DESFAZIMENTO) EM UNIFICACOES.TXT
      * - TIPO E IDENTIFICACAO JA PREENCHIDOS PELO CHAMADOR.
      *-----------------------------------------------------------------
       P350-GRAVAR-UNIFICACAO.
            MOVE WS-CD-SOBREVIVENTE TO UN-CD-SOBREVIVENTE
            MOVE WS-CD-ABSORVIDO    TO UN-CD-ABSORVIDO
            MOVE WS-NM-SOBREVIVENTE TO UN-NM-SOBREVIVENTE
            MOVE WS-NM-ABSORVIDO    TO UN-NM-ABSORVIDO
            MOVE WS-ANO-DE          TO UN-ANO-ARQ-DE
            MOVE WS-ANO-ATE         TO UN-ANO-ARQ-ATE
            MOVE WS-QTD-ALTERADOS   TO UN-QTD-REGISTROS
            MOVE WS-OPERADOR        TO UN-OPERADOR
            MOVE WS-ID-DATA         TO UN-DATA
            MOVE WS-ID-HORA         TO UN-HORA

            OPEN EXTEND UNIFICACAO-FILE
            IF FS-UNIFICACAO = '35' THEN
               OPEN OUTPUT UNIFICACAO-FILE
            END-IF
            IF FS-UNIFICACAO = '00' THEN
               WRITE REG-UNIFICACAO
               CLOSE UNIFICACAO-FILE
            ELSE
               DISPLAY 'UNIFICACOES.TXT NAO ATUALIZADO (STATUS '
                       FS-UNIFICACAO ') - A IDENTIFICACAO ACIMA ESTA '
                       'NO JORNAL'
            END-IF
            .
       P350-FIM.
      *-----------------------------------------------------------------
      * DESFAZIMENTO DA ULTIMA UNIFICACAO AINDA NAO DESFEITA DO
      * ABSORVIDO. O ABSORVIDO TEM QUE CONTINUAR PONTEIRO PARA O MESMO
      * SOBREVIVENTE, E O SOBREVIVENTE NAO PODE TER SIDO UNIFICADO EM
      * OUTRO DEPOIS (DESFACA AQUELA PRIMEIRO).
      *-----------------------------------------------------------------
       P600-DESFAZER.
            DISPLAY 'CODIGO DO ALUNO ABSORVIDO.....: '
            ACCEPT WS-CD-ABSORVIDO
            PERFORM P610-LOCALIZAR-UNIFICACAO
            IF WS-ID-DESFAZER = SPACES THEN
               DISPLAY 'NENHUMA UNIFICACAO A DESFAZER PARA O ALUNO '
                       WS-CD-ABSORVIDO
               STOP RUN
            END-IF

            OPEN I-O STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
               STOP RUN
            END-IF

            MOVE WS-CD-ABSORVIDO TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    MOVE SPACE TO ST-ALUNO
            END-READ
            IF NOT ST-UNIFICADO OR
               CD-STUDENT-SOBREVIVENTE NOT = WS-CD-SOBREVIVENTE THEN
               DISPLAY 'O ALUNO ' WS-CD-ABSORVIDO ' NAO ESTA MAIS '
                       'UNIFICADO NO ALUNO ' WS-CD-SOBREVIVENTE
               CLOSE STUDENT
               STOP RUN
            END-IF

            MOVE WS-CD-SOBREVIVENTE TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    MOVE 'U' TO ST-ALUNO
                    MOVE 0 TO CD-STUDENT-SOBREVIVENTE
            END-READ
            IF ST-UNIFICADO THEN
               DISPLAY 'O SOBREVIVENTE ' WS-CD-SOBREVIVENTE
                       ' FOI UNIFICADO OU REMOVIDO DEPOIS ('
                       CD-STUDENT-SOBREVIVENTE ') - DESFACA AQUELA '
                       'UNIFICACAO PRIMEIRO'
               CLOSE STUDENT
               STOP RUN
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO, CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'SOBREVIVENTE DE OUTRA UNIDADE ESCOLAR - '
                       'DESFAZER NEGADO'
               CLOSE STUDENT
               STOP RUN
            END-IF

      * SEM A ENTRADA DO MESTRE NO JORNAL (JORNAL JA PODADO) NAO HA
      * MAIS O QUE DESFAZER.
            MOVE 'STUDENT.TXT' TO WS-ARQUIVO-BASE
            PERFORM P650-CARREGAR-JORNAL
            IF WS-QTD-ENTRADAS = 0 THEN
               DISPLAY 'UNIFICACAO ' WS-ID-DESFAZER ' FORA DO JORNAL '
                       '(JA PODADO) - NAO PODE SER DESFEITA'
               CLOSE STUDENT
               STOP RUN
            END-IF
            MOVE WS-EN-ANTES (1) TO WS-CADASTRO-ANTERIOR

            DISPLAY 'UNIFICACAO ' WS-ID-DESFAZER ' DE '
                    WS-DATA-UNIFICACAO
            DISPLAY 'SOBREVIVENTE..................: '
                    WS-CD-SOBREVIVENTE ' ' WS-NM-SOBREVIVENTE
            DISPLAY 'ABSORVIDO.....................: '
                    WS-CD-ABSORVIDO ' ' WS-NM-ABSORVIDO
            IF WS-ANO-DE > 0 THEN
               DISPLAY 'ANOS ARQUIVADOS...............: '
                       WS-ANO-DE ' A ' WS-ANO-ATE
            END-IF
            DISPLAY 'LANCAMENTOS FEITOS NO SOBREVIVENTE DEPOIS DA '
                    'UNIFICACAO FICAM NELE.'
            DISPLAY 'CONFIRMA O DESFAZIMENTO (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' THEN
               DISPLAY 'DESFAZIMENTO ABANDONADO'
               CLOSE STUDENT
               STOP RUN
            END-IF

            PERFORM P050-OBTER-TRAVA
            ACCEPT WS-ID-DATA FROM DATE YYYYMMDD
            ACCEPT WS-ID-HORA FROM TIME
            MOVE WS-CD-SOBREVIVENTE TO WS-CD-DE
            MOVE WS-CD-ABSORVIDO TO WS-CD-PARA
            MOVE 0 TO WS-QTD-NAO-ACHADOS
            PERFORM P200-REGRAVAR-ARQUIVOS
            PERFORM P700-RESTAURAR-ABSORVIDO
            CLOSE STUDENT

            MOVE WS-ID-DESFAZER TO UN-ID-UNIFICACAO
            SET UN-TIPO-DESFAZIMENTO TO TRUE
            PERFORM P350-GRAVAR-UNIFICACAO

            SET EX-RESULTADO-NORMAL TO TRUE
            PERFORM P900-REGISTRAR-EXECUCAO
            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR

            DISPLAY 'REGISTROS DEVOLVIDOS..........: ' WS-QTD-ALTERADOS
            IF WS-QTD-NAO-ACHADOS > 0 THEN
               DISPLAY '*** ' WS-QTD-NAO-ACHADOS ' REGISTRO(S) DO '
                       'JORNAL NAO ENCONTRADOS (ALTERADOS DEPOIS DA '
                       'UNIFICACAO) - CONFIRA OS ARQUIVOS ACIMA ***'
            END-IF
            DISPLAY 'UNIFICACAO ' WS-ID-DESFAZER ' DESFEITA'
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * ULTIMA UNIFICACAO DO ABSORVIDO SEM DESFAZIMENTO POSTERIOR.
      *-----------------------------------------------------------------
       P610-LOCALIZAR-UNIFICACAO.
            MOVE SPACES TO WS-ID-DESFAZER
            OPEN INPUT UNIFICACAO-FILE
            IF FS-UNIFICACAO = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ UNIFICACAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P620-CONFERIR-UNIFICACAO
                  END-READ
               END-PERFORM
               CLOSE UNIFICACAO-FILE
               MOVE 'N' TO WS-EOF
            END-IF
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P620-CONFERIR-UNIFICACAO.
            IF UN-TIPO-UNIFICACAO AND
               UN-CD-ABSORVIDO = WS-CD-ABSORVIDO THEN
               MOVE UN-ID-UNIFICACAO   TO WS-ID-DESFAZER
               MOVE UN-CD-SOBREVIVENTE TO WS-CD-SOBREVIVENTE
               MOVE UN-NM-SOBREVIVENTE TO WS-NM-SOBREVIVENTE
               MOVE UN-NM-ABSORVIDO    TO WS-NM-ABSORVIDO
               MOVE UN-ANO-ARQ-DE      TO WS-ANO-DE
               MOVE UN-ANO-ARQ-ATE     TO WS-ANO-ATE
               MOVE UN-DATA            TO WS-DATA-UNIFICACAO
            END-IF
            IF UN-TIPO-DESFAZIMENTO AND
               UN-ID-UNIFICACAO = WS-ID-DESFAZER THEN
               MOVE SPACES TO WS-ID-DESFAZER
            END-IF
            .
       P620-FIM.
      *-----------------------------------------------------------------
      * ENTRADAS DO JORNAL DA UNIFICACAO DESFEITA PARA O ARQUIVO DA
      * VEZ. MAIS DE WS-MAX-ENTRADAS NUM ARQUIVO SO: O EXCEDENTE FICA
      * NO SOBREVIVENTE E EH AVISADO.
      *-----------------------------------------------------------------
       P650-CARREGAR-JORNAL.
            MOVE 0 TO WS-QTD-ENTRADAS
            OPEN INPUT JORNAL-FILE
            IF FS-JORNAL = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ JORNAL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE REC-JORNAL-LIDO TO REG-JORNAL
                           IF JN-ID-UNIFICACAO = WS-ID-DESFAZER AND
                              JN-NOME-ARQUIVO = WS-ARQUIVO-BASE THEN
                              PERFORM P655-GUARDAR-ENTRADA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
               MOVE 'N' TO WS-EOF
            END-IF
            .
       P650-FIM.
      *-----------------------------------------------------------------
       P655-GUARDAR-ENTRADA.
            IF WS-QTD-ENTRADAS < WS-MAX-ENTRADAS THEN
               ADD 1 TO WS-QTD-ENTRADAS
               MOVE JN-IMAGEM-ANTES
                 TO WS-EN-ANTES (WS-QTD-ENTRADAS) (1:120)
               MOVE JN-COMPLEMENTO-ANTES
                 TO WS-EN-ANTES (WS-QTD-ENTRADAS) (121:10)
               MOVE JN-IMAGEM-DEPOIS
                 TO WS-EN-DEPOIS (WS-QTD-ENTRADAS) (1:120)
               MOVE JN-COMPLEMENTO-DEPOIS
                 TO WS-EN-DEPOIS (WS-QTD-ENTRADAS) (121:10)
               MOVE 'N' TO WS-EN-USADA (WS-QTD-ENTRADAS)
            ELSE
               ADD 1 TO WS-QTD-NAO-ACHADOS
            END-IF
            .
       P655-FIM.
      *-----------------------------------------------------------------
       P660-CONTAR-NAO-ACHADAS.
            MOVE 0 TO WS-QTD-NAO-ACHADOS-ARQ
            PERFORM VARYING WS-IDX-ENTRADA FROM 1 BY 1
                    UNTIL WS-IDX-ENTRADA > WS-QTD-ENTRADAS
               IF WS-EN-USADA (WS-IDX-ENTRADA) = 'N' THEN
                  ADD 1 TO WS-QTD-NAO-ACHADOS-ARQ
               END-IF
            END-PERFORM
            IF WS-QTD-NAO-ACHADOS-ARQ > 0 THEN
               DISPLAY WS-ARQUIVO-BASE ' ' WS-QTD-NAO-ACHADOS-ARQ
                       ' REGISTRO(S) NAO ENCONTRADO(S)'
               ADD WS-QTD-NAO-ACHADOS-ARQ TO WS-QTD-NAO-ACHADOS
            END-IF
            .
       P660-FIM.
      *-----------------------------------------------------------------
      * O CADASTRO DO ABSORVIDO VOLTA A IMAGEM ANTES DA UNIFICACAO
      * (ENTRADA 'STUDENT.TXT' DO JORNAL DAQUELA UNIFICACAO, LIDA EM
      * P600).
      *-----------------------------------------------------------------
       P700-RESTAURAR-ABSORVIDO.
            MOVE WS-CD-ABSORVIDO TO WS-STUDENT-REL-KEY
            READ STUDENT
                 INVALID KEY
                    DISPLAY 'ERRO AO RELER O ABSORVIDO - MESTRE NAO '
                            'RESTAURADO'
                 NOT INVALID KEY
                    MOVE STUDENT-FILE TO JN-IMAGEM-ANTES
                    MOVE WS-CADASTRO-ANTERIOR TO STUDENT-FILE
                    PERFORM P310-REGRAVAR-MESTRE
            END-READ
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * ARQUIVO DA VEZ: WS-IDX-ARQ DA TABELA WS-ARQUIVOS-ALUNO.
      *-----------------------------------------------------------------
       P800-ARQUIVO-DA-TABELA.
            MOVE WS-ARQ-NOME (WS-IDX-ARQ)      TO WS-ARQUIVO-BASE
            MOVE WS-ARQ-POS-CHAVE (WS-IDX-ARQ) TO WS-POS-CHAVE
            MOVE WS-ARQ-POS-TIPO (WS-IDX-ARQ)  TO WS-POS-TIPO
            MOVE WS-ARQ-TIPO (WS-IDX-ARQ)      TO WS-TIPO
            PERFORM P820-MONTAR-NOME
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * ARQUIVO DA VEZ: HISTORICO ARQUIVADO DO ANO WS-ANO-CORRENTE
      * (MESMO LAYOUT DO VIVO - VEJA ARQUIVAR-ANO).
      *-----------------------------------------------------------------
       P810-ARQUIVO-DO-ANO.
            MOVE SPACES TO WS-ARQUIVO-BASE
            STRING 'NOTAS-HIST-' WS-ANO-CORRENTE '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQUIVO-BASE
            END-STRING
            MOVE 1 TO WS-POS-CHAVE
            MOVE 0 TO WS-POS-TIPO
            MOVE SPACE TO WS-TIPO
            PERFORM P820-MONTAR-NOME
            .
       P810-FIM.
      *-----------------------------------------------------------------
       P820-MONTAR-NOME.
            MOVE SPACES TO WS-NOME-ARQUIVO
            STRING '../../' WS-ARQUIVO-BASE
                   DELIMITED BY SPACE INTO WS-NOME-ARQUIVO
            END-STRING
            MOVE 'N' TO WS-EOF
            .
       P820-FIM.
      *-----------------------------------------------------------------
       P050-OBTER-TRAVA.
            MOVE 'UNIFICAR-ALUNOS' TO TV-PROGRAMA
            MOVE WS-OPERADOR TO TV-OPERADOR
            MOVE 'N' TO WS-FORCAR-TRAVA
            CALL 'OBTER-TRAVA'
                          USING REG-TRAVA, WS-FORCAR-TRAVA,
                                WS-RETORNO-TRAVA
            IF WS-RETORNO-TRAVA = 1 THEN
               DISPLAY 'EXISTE EXECUCAO EM ANDAMENTO ('
                       TV-PROGRAMA ' POR ' TV-OPERADOR
                       ') - TENTE MAIS TARDE'
               CLOSE STUDENT
               STOP RUN
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'UNIFICAR-ALUNOS' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
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
      * ANO ARQUIVADO DO HISTORICO: CARIMBO CONFERIDO SEM PARAR O
      * PROGRAMA - O RETORNO FICA PARA O CHAMADOR (ANO AUSENTE NAO TEM
      * CARIMBO E EH SO PULADO NA CONTAGEM).
      *-----------------------------------------------------------------
       P010-CONFERIR-ARQUIVADO.
            MOVE 0 TO WS-RETORNO-LAYOUT
            OPEN INPUT GENERICO-FILE
            IF FS-GENERICO = '00' THEN
               CLOSE GENERICO-FILE
               SET LY-CONFERIR TO TRUE
               MOVE 'UNIFICAR-ALUNOS' TO LY-PROGRAMA
               MOVE WS-NOME-ARQUIVO TO LY-NOME-ARQUIVO
               MOVE VL-NOTAS-HIST TO LY-LAYOUT
               MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
               CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                            WS-RETORNO-LAYOUT
            END-IF
            .
       P010-FIM.
      *-----------------------------------------------------------------
       P900-REGISTRAR-EXECUCAO.
            MOVE 'UNIFICAR-ALUNOS' TO EX-PROGRAMA
            MOVE WS-OPERADOR TO EX-OPERADOR
            MOVE WS-DATA-HOJE TO EX-DATA-INICIO
            MOVE WS-HORA-AGORA TO EX-HORA-INICIO
            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE SPACES TO EX-PARAMETROS
            STRING WS-MODO ' ' WS-CD-ABSORVIDO ' -> '
                   WS-CD-SOBREVIVENTE ' ANOS ' WS-ANO-DE '-' WS-ANO-ATE
                   DELIMITED BY SIZE INTO EX-PARAMETROS
            END-STRING
            MOVE WS-QTD-LIDOS TO EX-QTD-LIDOS
            MOVE WS-QTD-ALTERADOS TO EX-QTD-GRAVADOS
            MOVE WS-QTD-NAO-ACHADOS TO EX-QTD-REJEITADOS
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * FALHA DE GRAVACAO NO MEIO: O QUE JA FOI REGRAVADO ESTA NO
      * JORNAL COM A IDENTIFICACAO DA EXECUCAO; O ARQUIVO DA VEZ FICOU
      * COMO ESTAVA (OU NO TRABALHO, SE A DEVOLUCAO FALHOU).
      *-----------------------------------------------------------------
       P950-ABORTAR.
            DISPLAY 'UNIFICACAO INTERROMPIDA - IDENTIFICACAO '
                    WS-ID-OPERACAO ' NO JORNAL'
            CLOSE STUDENT
            SET EX-RESULTADO-ABORTADO TO TRUE
            PERFORM P900-REGISTRAR-EXECUCAO
            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
            MOVE 1 TO RETURN-CODE
            STOP RUN
            .
       P950-FIM.
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
       END PROGRAM UNIFICAR-ALUNOS.
