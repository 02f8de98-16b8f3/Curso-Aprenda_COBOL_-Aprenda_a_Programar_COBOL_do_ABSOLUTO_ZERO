      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: REFORCO ESCOLAR DE CONTRATURNO: O ALUNO ABAIXO DO
      *          LIMIAR DE RECUPERACAO NO BIMESTRE IA PARA O REFORCO
      *          POR COMBINADO DE CORREDOR, E NINGUEM MEDIA SE
      *          ADIANTAVA. AQUI:
      *          1 - PROPOE OS GRUPOS POR MATERIA A PARTIR DO
      *          NOTAS-HIST.TXT DO PERIODO (ALUNOS ATIVOS ABAIXO DO
      *          LIMIAR DE RECUPERACAO DA TURMA), NO TAMANHO DE GRUPO
      *          INFORMADO, CADA GRUPO COM UM TUTOR (PROFESSOR COM
      *          ATRIBUICAO VIGENTE NA MATERIA) E UM HORARIO SEMANAL
      *          TIRADO DA DISPONIBILIDADE DELE, FORA DAS AULAS DO
      *          HORARIO.TXT E DOS OUTROS GRUPOS (REFORCO-GRUPOS.TXT,
      *          VEJA REFORCO-GRUPO-RECORD.CPY; LISTA EM
      *          REFORCO-PROPOSTA.TXT);
      *          2 - A COORDENACAO CONFIRMA OU CANCELA CADA GRUPO
      *          PROPOSTO;
      *          3 - REGISTRA A PRESENCA DOS ENCONTROS NO LIVRO PROPRIO
      *          DO REFORCO (REFORCO-PRESENCAS.TXT) - NAO NO
      *          CHAMADA.TXT, QUE EH A FREQUENCIA OFICIAL;
      *          4 - NO BIMESTRE SEGUINTE, COMPARA A MEDIA ANTES E
      *          DEPOIS DE CADA PARTICIPANTE E, POR MATERIA E FAIXA DE
      *          MEDIA INICIAL, O GANHO DOS PARTICIPANTES COM O DOS
      *          NAO PARTICIPANTES DA MESMA FAIXA
      *          (REFORCO-EFETIVIDADE.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFORCO-ESCOLAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPO-FILE ASSIGN TO
           '../../REFORCO-GRUPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GRUPO.

           SELECT GRUPO-TRAB ASSIGN TO
           '../../REFORCO-GRUPOS-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRESENCA-FILE ASSIGN TO
           '../../REFORCO-PRESENCAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESENCA.

           SELECT HIST-FILE ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT ATRIBUICAO-FILE ASSIGN TO
           '../../ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATRIBUICAO.

           SELECT DISPONIBILIDADE-FILE ASSIGN TO
           '../../DISPONIBILIDADE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISPONIBILIDADE.

           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT PROPOSTA-FILE ASSIGN TO
           '../../REFORCO-PROPOSTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../REFORCO-EFETIVIDADE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GRUPO-FILE.
           COPY REFORCO-GRUPO-RECORD.
       FD GRUPO-TRAB.
       01 REG-GRUPO-TRAB           PIC X(260).
       FD PRESENCA-FILE.
           COPY REFORCO-PRESENCA-RECORD.
       FD HIST-FILE.
           COPY NOTAS-HIST-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD ATRIBUICAO-FILE.
           COPY ATRIBUICAO-RECORD.
       FD DISPONIBILIDADE-FILE.
           COPY DISPONIBILIDADE-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD PROPOSTA-FILE.
       01 REC-PROPOSTA             PIC X(120).
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-GRUPO                    PIC X(02)       VALUE SPACES.
       77 FS-PRESENCA                 PIC X(02)       VALUE SPACES.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-ATRIBUICAO               PIC X(02)       VALUE SPACES.
       77 FS-DISPONIBILIDADE          PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
      * PROPOSTA E CONFIRMACAO SAO DE COORDENADOR PARA CIMA; PRESENCA
      * E RELATORIO, DE QUALQUER OPERADOR CADASTRADO (O TUTOR).
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): SO ENTRAM OS ALUNOS DA UNIDADE, E O GRUPO EH DA UNIDADE
      * DA TURMA DO PRIMEIRO ALUNO. OS GRUPOS CONFIRMADOS DAS OUTRAS
      * UNIDADES CONTINUAM OCUPANDO O HORARIO DO TUTOR.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-BIMESTRE-FILTRO          PIC 9(01)       VALUE 0.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * LIMIAR DE RECUPERACAO DA TURMA (BUSCAR-TURMA), NA ESCALA EM
      * VIGOR (LER-ESCALA), LEVADO PARA 0-100 COMO AS MEDIAS.
       77 WS-ESCALA-MAXIMO            PIC 9(03)       VALUE 100.
       77 WS-RETORNO-LER-ESCALA       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-LIMIAR-100               PIC 9(03)V9(01) VALUE 0.
       77 WS-MEDIA-100                PIC 9(03)V9(01) VALUE 0.
      * PROPOSTA.
       77 WS-TAMANHO-GRUPO            PIC 9(02)       VALUE 8.
       77 WS-MAX-ALUNOS-GRUPO         PIC 9(02)       VALUE 15.
       77 WS-PROXIMO-ID               PIC 9(05)       VALUE 0.
       77 WS-QTD-DESCARTADOS          PIC 9(05)       VALUE 0.
       77 WS-QTD-GRUPOS-PROPOSTOS     PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-TUTOR            PIC 9(05)       VALUE 0.
       77 WS-GRUPO-ABERTO             PIC X(01)       VALUE 'N'.
      * CANDIDATOS DO PERIODO, MANTIDOS EM ORDEM DE MATERIA/TURMA
      * (O GRUPO JUNTA PRIMEIRO OS COLEGAS DE TURMA).
       77 WS-MAX-CANDIDATOS           PIC 9(03)       VALUE 500.
       77 WS-QTD-CANDIDATOS           PIC 9(03)       VALUE 0.
       77 WS-IDX-CAND                 PIC 9(03)       VALUE 0.
       77 WS-POS-CAND                 PIC 9(03)       VALUE 0.
       77 WS-CANDIDATOS-ESGOTADOS     PIC X(01)       VALUE 'N'.
       01 WS-TABELA-CANDIDATOS.
           03 WS-CANDIDATO OCCURS 501 TIMES.
              05 WS-CD-MATERIA-CAND   PIC X(05).
              05 WS-CD-TURMA-CAND     PIC X(05).
              05 WS-CD-STUDENT-CAND   PIC 9(05).
              05 WS-MEDIA-CAND        PIC 9(03)V9(01).
      * ALUNOS JA EM GRUPO CONFIRMADO NO PERIODO (NAO ENTRAM DE NOVO).
       77 WS-QTD-JA-EM-REFORCO        PIC 9(03)       VALUE 0.
       77 WS-IDX-JA                   PIC 9(03)       VALUE 0.
       77 WS-JA-EM-REFORCO            PIC X(01)       VALUE 'N'.
       01 WS-TABELA-JA-EM-REFORCO.
           03 WS-JA-ITEM OCCURS 500 TIMES.
              05 WS-JA-CD-STUDENT     PIC 9(05).
              05 WS-JA-CD-MATERIA     PIC X(05).
      * HORARIOS JA OCUPADOS POR GRUPOS CONFIRMADOS DO PERIODO.
       77 WS-QTD-SLOTS-REFORCO        PIC 9(03)       VALUE 0.
       77 WS-IDX-SLOT                 PIC 9(03)       VALUE 0.
       01 WS-TABELA-SLOTS-REFORCO.
           03 WS-SLOT-ITEM OCCURS 200 TIMES.
              05 WS-SLT-CD-PROFESSOR  PIC 9(04).
              05 WS-SLT-CELULA        PIC 9(02).
      * TUTORES: PARES PROFESSOR/MATERIA DAS ATRIBUICOES VIGENTES, E A
      * GRADE SEMANAL DE CADA PROFESSOR EM 63 CELULAS (7 DIAS X 9
      * PERIODOS, COMO NO GERAR-HORARIO): DISPONIVEL ('S') E OCUPADA.
       77 WS-QTD-TUTORES              PIC 9(03)       VALUE 0.
       77 WS-IDX-TUTOR                PIC 9(03)       VALUE 0.
       01 WS-TABELA-TUTORES.
           03 WS-TUTOR-ITEM OCCURS 300 TIMES.
              05 WS-TUT-CD-PROFESSOR  PIC 9(04).
              05 WS-TUT-CD-MATERIA    PIC X(05).
       77 WS-QTD-PROFS                PIC 9(03)       VALUE 0.
       77 WS-IDX-PROF                 PIC 9(03)       VALUE 0.
       77 WS-POS-PROF                 PIC 9(03)       VALUE 0.
       77 WS-CD-PROFESSOR-BUSCA       PIC 9(04)       VALUE 0.
       01 WS-TABELA-PROFS.
           03 WS-PROF-ITEM OCCURS 300 TIMES.
              05 WS-PRF-CD-PROFESSOR  PIC 9(04).
              05 WS-PRF-DISPONIVEL    PIC X(63).
              05 WS-PRF-OCUPACAO      PIC X(63).
       77 WS-CELULA                   PIC 9(02)       VALUE 0.
       77 WS-ACHOU-SLOT               PIC 9(01)       VALUE 0.
       77 WS-DIA-SLOT                 PIC 9(01)       VALUE 0.
       77 WS-PERIODO-SLOT             PIC 9(01)       VALUE 0.
      * VIGENCIA DAS ATRIBUICOES (MESMA REGRA DO GERAR-HORARIO).
       77 WS-HOJE-ORD                 PIC 9(08)       VALUE 0.
       77 WS-DATA-ORD                 PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA-DATA                 PIC 9(02)       VALUE 0.
       77 WS-MES-DATA                 PIC 9(02)       VALUE 0.
       77 WS-ANO-DATA                 PIC 9(04)       VALUE 0.
       77 WS-VIGENTE                  PIC X(01)       VALUE 'N'.
           COPY FORMATOS-DATA.
      * CONFIRMACAO.
       77 WS-DECISAO                  PIC X(01)       VALUE SPACE.
       77 WS-QTD-CONFIRMADOS          PIC 9(05)       VALUE 0.
       77 WS-QTD-CANCELADOS           PIC 9(05)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(02)       VALUE 0.
      * PRESENCA.
       77 WS-ID-GRUPO                 PIC 9(05)       VALUE 0.
       77 WS-ACHOU-GRUPO              PIC 9(01)       VALUE 0.
       01 WS-GRUPO-ACHADO             PIC X(260)      VALUE SPACES.
       77 WS-DATA-ENCONTRO            PIC 9(08)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-ENCONTRO-DUPLICADO       PIC 9(01)       VALUE 0.
       77 WS-TIPO-DIA                 PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-CALENDARIO       PIC 9(01)       VALUE 0.
       77 WS-PRESENCA-DIGITADA        PIC X(01)       VALUE SPACE.
      * EFETIVIDADE: BIMESTRE DE DIAGNOSTICO E O SEGUINTE.
       77 WS-ANO-SEGUINTE             PIC 9(04)       VALUE 0.
       77 WS-BIMESTRE-SEGUINTE        PIC 9(01)       VALUE 0.
       77 WS-MAX-PARTICIPANTES        PIC 9(03)       VALUE 500.
       77 WS-QTD-PARTICIPANTES        PIC 9(03)       VALUE 0.
       77 WS-IDX-PART                 PIC 9(03)       VALUE 0.
       77 WS-POS-PART                 PIC 9(03)       VALUE 0.
       01 WS-TABELA-PARTICIPANTES.
           03 WS-PARTICIPANTE OCCURS 500 TIMES.
              05 WS-PT-ID-GRUPO       PIC 9(05).
              05 WS-PT-CD-STUDENT     PIC 9(05).
              05 WS-PT-CD-MATERIA     PIC X(05).
              05 WS-PT-MEDIA-ANTES    PIC 9(03)V9(01).
              05 WS-PT-MEDIA-DEPOIS   PIC 9(03)V9(01).
              05 WS-PT-TEM-DEPOIS     PIC X(01).
              05 WS-PT-ENCONTROS      PIC 9(03).
              05 WS-PT-PRESENCAS      PIC 9(03).
      * NAO PARTICIPANTES: MEDIA DO ALUNO/MATERIA NOS DOIS BIMESTRES.
       77 WS-MAX-OUTROS               PIC 9(04)       VALUE 2000.
       77 WS-QTD-OUTROS               PIC 9(04)       VALUE 0.
       77 WS-IDX-OUTRO                PIC 9(04)       VALUE 0.
       77 WS-POS-OUTRO                PIC 9(04)       VALUE 0.
       01 WS-TABELA-OUTROS.
           03 WS-OUTRO OCCURS 2000 TIMES.
              05 WS-OT-CD-STUDENT     PIC 9(05).
              05 WS-OT-CD-MATERIA     PIC X(05).
              05 WS-OT-MEDIA-ANTES    PIC 9(03)V9(01).
              05 WS-OT-TEM-ANTES      PIC X(01).
              05 WS-OT-MEDIA-DEPOIS   PIC 9(03)V9(01).
              05 WS-OT-TEM-DEPOIS     PIC X(01).
      * COMPARACAO POR MATERIA E FAIXA DE MEDIA INICIAL (10 PONTOS DA
      * ESCALA 0-100: FAIXA 0 = 0 A 9,9 ... FAIXA 9 = 90 A 100).
       77 WS-QTD-FAIXAS               PIC 9(03)       VALUE 0.
       77 WS-IDX-FAIXA                PIC 9(03)       VALUE 0.
       77 WS-POS-FAIXA                PIC 9(03)       VALUE 0.
       77 WS-FAIXA                    PIC 9(01)       VALUE 0.
       77 WS-CD-MATERIA-FAIXA         PIC X(05)       VALUE SPACES.
       01 WS-TABELA-FAIXAS.
           03 WS-FAIXA-ITEM OCCURS 200 TIMES.
              05 WS-FX-CD-MATERIA     PIC X(05).
              05 WS-FX-FAIXA          PIC 9(01).
              05 WS-FX-QTD-PART       PIC 9(04).
              05 WS-FX-ANTES-PART     PIC 9(06)V9(01).
              05 WS-FX-DEPOIS-PART    PIC 9(06)V9(01).
              05 WS-FX-QTD-OUTROS     PIC 9(04).
              05 WS-FX-ANTES-OUTROS   PIC 9(06)V9(01).
              05 WS-FX-DEPOIS-OUTROS  PIC 9(06)V9(01).
       77 WS-GANHO                    PIC S9(03)V9(01) VALUE 0.
       77 WS-GANHO-OUTROS             PIC S9(03)V9(01) VALUE 0.
       77 WS-MEDIA-CALC               PIC 9(03)V9(01) VALUE 0.
       77 WS-MEDIA-CALC-2             PIC 9(03)V9(01) VALUE 0.
       77 WS-MEDIA-EDT                PIC ZZ9.9.
       77 WS-MEDIA-EDT-2              PIC ZZ9.9.
       77 WS-GANHO-EDT                PIC -ZZ9.9.
       77 WS-GANHO-EDT-2              PIC -ZZ9.9.
       77 WS-FAIXA-INICIO             PIC 9(03)       VALUE 0.
       77 WS-QTD-SEM-DEPOIS           PIC 9(03)       VALUE 0.
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
            DISPLAY 'REFORCO ESCOLAR DE CONTRATURNO'
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
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            DISPLAY '1 - PROPOR GRUPOS DE REFORCO DO PERIODO'
            DISPLAY '2 - CONFIRMAR/CANCELAR GRUPOS PROPOSTOS'
            DISPLAY '3 - REGISTRAR PRESENCA DE UM ENCONTRO'
            DISPLAY '4 - RELATORIO DE EFETIVIDADE (ANTES X DEPOIS)'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P100-PROPOR-GRUPOS
               WHEN 2
                  PERFORM P200-CONFIRMAR-GRUPOS
               WHEN 3
                  PERFORM P300-REGISTRAR-PRESENCA
               WHEN 4
                  PERFORM P400-RELATORIO-EFETIVIDADE
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA - NADA FEITO'
            END-EVALUATE

            STOP RUN.
      *-----------------------------------------------------------------
      * PERIODO DOS GRUPOS: O CORRENTE (LER-PERIODO) OU, SEM PERIODO
      * CADASTRADO, O DIGITADO.
      *-----------------------------------------------------------------
       P050-PERIODO-CORRENTE.
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            IF WS-RETORNO-LER-PERIODO = 0 THEN
               MOVE PE-ANO-LETIVO TO WS-ANO-FILTRO
               MOVE PE-BIMESTRE   TO WS-BIMESTRE-FILTRO
            ELSE
               DISPLAY 'ANO LETIVO....................: '
               ACCEPT WS-ANO-FILTRO
               DISPLAY 'BIMESTRE......................: '
               ACCEPT WS-BIMESTRE-FILTRO
            END-IF
            DISPLAY 'PERIODO DO REFORCO............: ' WS-ANO-FILTRO
                    '/' WS-BIMESTRE-FILTRO
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P060-EXIGIR-COORDENADOR.
            IF WS-PERFIL-OPERADOR NOT = 'C' AND
               WS-PERFIL-OPERADOR NOT = 'A' THEN
               DISPLAY 'OPCAO RESTRITA A COORDENADOR/ADMIN'
               STOP RUN
            END-IF
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * PROPOSTA: REFAZER A PROPOSTA DESCARTA OS GRUPOS AINDA
      * PROPOSTOS DO PERIODO; OS CONFIRMADOS FICAM, COM SEUS ALUNOS E
      * HORARIOS FORA DA NOVA PROPOSTA.
      *-----------------------------------------------------------------
       P100-PROPOR-GRUPOS.
            PERFORM P060-EXIGIR-COORDENADOR
            PERFORM P050-PERIODO-CORRENTE

            DISPLAY 'ALUNOS POR GRUPO (1 A ' WS-MAX-ALUNOS-GRUPO
                    ', 0 = 8): '
            ACCEPT WS-TAMANHO-GRUPO
            IF WS-TAMANHO-GRUPO IS NOT NUMERIC OR
               WS-TAMANHO-GRUPO = 0 THEN
               MOVE 8 TO WS-TAMANHO-GRUPO
            END-IF
            IF WS-TAMANHO-GRUPO > WS-MAX-ALUNOS-GRUPO THEN
               MOVE WS-MAX-ALUNOS-GRUPO TO WS-TAMANHO-GRUPO
            END-IF

            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
                                WS-RETORNO-LER-ESCALA
            MOVE WS-DATA-HOJE TO WS-HOJE-ORD
            SET FORMATO-DDMMAAAA TO TRUE

            PERFORM P110-DESCARTAR-PROPOSTAS
            PERFORM P120-CARREGAR-CANDIDATOS
            IF WS-QTD-CANDIDATOS = 0 THEN
               DISPLAY 'NENHUM ALUNO ATIVO ABAIXO DO LIMIAR DE '
                       'RECUPERACAO FORA DE REFORCO NO PERIODO'
               STOP RUN
            END-IF
            PERFORM P130-CARREGAR-TUTORES
            PERFORM P140-CARREGAR-DISPONIBILIDADE
            PERFORM P150-CARREGAR-OCUPACAO

            OPEN OUTPUT PROPOSTA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-PROPOSTA FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-PROPOSTA
            STRING 'PROPOSTA DE GRUPOS DE REFORCO - PERIODO '
                   WS-ANO-FILTRO '/' WS-BIMESTRE-FILTRO
                   ' - EMITIDA EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-PROPOSTA
            END-STRING
            WRITE REC-PROPOSTA

            OPEN EXTEND GRUPO-FILE
            IF FS-GRUPO = '35' THEN
               OPEN OUTPUT GRUPO-FILE
            END-IF
            MOVE 'N' TO WS-GRUPO-ABERTO
            PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                    UNTIL WS-IDX-CAND > WS-QTD-CANDIDATOS
               PERFORM P160-ALOCAR-CANDIDATO
            END-PERFORM
            IF WS-GRUPO-ABERTO = 'S' THEN
               PERFORM P175-FECHAR-GRUPO
            END-IF
            CLOSE GRUPO-FILE

            MOVE SPACES TO REC-PROPOSTA
            WRITE REC-PROPOSTA
            MOVE SPACES TO REC-PROPOSTA
            STRING 'GRUPOS PROPOSTOS: ' WS-QTD-GRUPOS-PROPOSTOS
                   '  ALUNOS SEM TUTOR/HORARIO: ' WS-QTD-SEM-TUTOR
                   '  PROPOSTAS ANTERIORES DESCARTADAS: '
                   WS-QTD-DESCARTADOS
                   DELIMITED BY SIZE INTO REC-PROPOSTA
            END-STRING
            WRITE REC-PROPOSTA
            IF WS-CANDIDATOS-ESGOTADOS = 'S' THEN
               MOVE SPACES TO REC-PROPOSTA
               STRING 'AVISO: MAIS DE ' WS-MAX-CANDIDATOS
                      ' CANDIDATOS - OS EXCEDENTES FICARAM FORA'
                      DELIMITED BY SIZE INTO REC-PROPOSTA
               END-STRING
               WRITE REC-PROPOSTA
            END-IF
            CLOSE PROPOSTA-FILE

            DISPLAY 'PROPOSTA GERADA: REFORCO-PROPOSTA.TXT'
            DISPLAY 'GRUPOS PROPOSTOS..............: '
                    WS-QTD-GRUPOS-PROPOSTOS
            DISPLAY 'ALUNOS SEM TUTOR/HORARIO......: '
                    WS-QTD-SEM-TUTOR
            DISPLAY 'CONFIRME OS GRUPOS PELA OPCAO 2'
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * COPIA O ARQUIVO SEM OS GRUPOS PROPOSTOS DO PERIODO, GUARDANDO
      * O MAIOR NUMERO DE GRUPO E, DOS CONFIRMADOS DO PERIODO, OS
      * ALUNOS/MATERIAS E OS HORARIOS DOS TUTORES.
      *-----------------------------------------------------------------
       P110-DESCARTAR-PROPOSTAS.
            MOVE 0 TO WS-PROXIMO-ID
            MOVE 0 TO WS-QTD-DESCARTADOS
            MOVE 0 TO WS-QTD-JA-EM-REFORCO
            MOVE 0 TO WS-QTD-SLOTS-REFORCO
            MOVE 'N' TO WS-EOF
            OPEN INPUT GRUPO-FILE
            IF FS-GRUPO = '00' THEN
               OPEN OUTPUT GRUPO-TRAB
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ GRUPO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P115-SEPARAR-GRUPO
                  END-READ
               END-PERFORM
               CLOSE GRUPO-FILE
               CLOSE GRUPO-TRAB

               MOVE 'N' TO WS-EOF
               OPEN INPUT GRUPO-TRAB
               OPEN OUTPUT GRUPO-FILE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ GRUPO-TRAB
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE REG-GRUPO-TRAB TO REG-REFORCO-GRUPO
                           WRITE REG-REFORCO-GRUPO
                  END-READ
               END-PERFORM
               CLOSE GRUPO-TRAB
               CLOSE GRUPO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P115-SEPARAR-GRUPO.
            IF RG-ID > WS-PROXIMO-ID THEN
               MOVE RG-ID TO WS-PROXIMO-ID
            END-IF
            PERFORM P179-UNIDADE-DO-GRUPO
            IF RG-ANO-LETIVO = WS-ANO-FILTRO AND
               RG-BIMESTRE = WS-BIMESTRE-FILTRO AND
               RG-PROPOSTO AND WS-RETORNO-UNIDADE = 0 THEN
               ADD 1 TO WS-QTD-DESCARTADOS
            ELSE
               MOVE REG-REFORCO-GRUPO TO REG-GRUPO-TRAB
               WRITE REG-GRUPO-TRAB
               IF RG-ANO-LETIVO = WS-ANO-FILTRO AND
                  RG-BIMESTRE = WS-BIMESTRE-FILTRO AND
                  RG-CONFIRMADO THEN
                  PERFORM P117-GUARDAR-CONFIRMADO
               END-IF
            END-IF
            .
       P115-FIM.
      *-----------------------------------------------------------------
       P117-GUARDAR-CONFIRMADO.
            IF WS-QTD-SLOTS-REFORCO < 200 THEN
               ADD 1 TO WS-QTD-SLOTS-REFORCO
               MOVE RG-CD-PROFESSOR
                 TO WS-SLT-CD-PROFESSOR (WS-QTD-SLOTS-REFORCO)
               COMPUTE WS-SLT-CELULA (WS-QTD-SLOTS-REFORCO) =
                       (RG-DIA-SEMANA - 1) * 9 + RG-PERIODO-AULA
            END-IF
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > RG-QTD-ALUNOS
                    OR WS-IDX-ALUNO > 15
               IF WS-QTD-JA-EM-REFORCO < 500 THEN
                  ADD 1 TO WS-QTD-JA-EM-REFORCO
                  MOVE RG-CD-STUDENT (WS-IDX-ALUNO)
                    TO WS-JA-CD-STUDENT (WS-QTD-JA-EM-REFORCO)
                  MOVE RG-CD-MATERIA
                    TO WS-JA-CD-MATERIA (WS-QTD-JA-EM-REFORCO)
               END-IF
            END-PERFORM
            .
       P117-FIM.
      *-----------------------------------------------------------------
      * CANDIDATOS: REGISTRO VIVO DO PERIODO CURSADO AQUI (SEM
      * ESTORNADOS E SEM OS IMPORTADOS DA ESCOLA ANTERIOR), DE ALUNO
      * ATIVO, COM A MEDIA (EM 0-100) ABAIXO DO LIMIAR DE RECUPERACAO
      * DA TURMA (SEM CADASTRO DA TURMA, 50% DA ESCALA).
      *-----------------------------------------------------------------
       P120-CARREGAR-CANDIDATOS.
            MOVE 0 TO WS-QTD-CANDIDATOS
            OPEN INPUT STUDENT
            MOVE 'N' TO WS-EOF
            OPEN INPUT HIST-FILE
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HIST-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               NH-CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                              NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                              NOT NH-REGISTRO-ESTORNADO AND
                              NOT NH-REGISTRO-EXTERNO AND
                              WS-RETORNO-UNIDADE = 0 THEN
                              PERFORM P122-AVALIAR-REGISTRO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            CLOSE STUDENT
            .
       P120-FIM.
      *-----------------------------------------------------------------
       P122-AVALIAR-REGISTRO.
            PERFORM P910-NORMALIZAR-MEDIA

            CALL 'BUSCAR-TURMA'
                          USING NH-CD-TURMA, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND WS-ESCALA-MAXIMO > 0
               AND TU-LIMIAR-RECUPERACAO <= WS-ESCALA-MAXIMO THEN
               COMPUTE WS-LIMIAR-100 ROUNDED =
                       TU-LIMIAR-RECUPERACAO * 100 / WS-ESCALA-MAXIMO
            ELSE
               MOVE 50 TO WS-LIMIAR-100
            END-IF

            IF WS-MEDIA-100 < WS-LIMIAR-100 THEN
               MOVE 'N' TO WS-JA-EM-REFORCO
               PERFORM VARYING WS-IDX-JA FROM 1 BY 1
                       UNTIL WS-IDX-JA > WS-QTD-JA-EM-REFORCO
                  IF WS-JA-CD-STUDENT (WS-IDX-JA) = NH-CD-STUDENT AND
                     WS-JA-CD-MATERIA (WS-IDX-JA) = NH-CD-MATERIA THEN
                     MOVE 'S' TO WS-JA-EM-REFORCO
                  END-IF
               END-PERFORM
               MOVE NH-CD-STUDENT TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       MOVE 'S' TO WS-JA-EM-REFORCO
                    NOT INVALID KEY
                       IF NOT ST-ATIVO THEN
                          MOVE 'S' TO WS-JA-EM-REFORCO
                       END-IF
               END-READ
               IF WS-JA-EM-REFORCO = 'N' THEN
                  PERFORM P125-INSERIR-CANDIDATO
               END-IF
            END-IF
            .
       P122-FIM.
      *-----------------------------------------------------------------
      * INSERE NA POSICAO DE MATERIA/TURMA (DESLOCANDO OS SEGUINTES).
      *-----------------------------------------------------------------
       P125-INSERIR-CANDIDATO.
            IF WS-QTD-CANDIDATOS >= WS-MAX-CANDIDATOS THEN
               MOVE 'S' TO WS-CANDIDATOS-ESGOTADOS
            ELSE
               MOVE 0 TO WS-POS-CAND
               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                       UNTIL WS-IDX-CAND > WS-QTD-CANDIDATOS
                       OR WS-POS-CAND > 0
                  IF WS-CD-MATERIA-CAND (WS-IDX-CAND) > NH-CD-MATERIA
                     OR (WS-CD-MATERIA-CAND (WS-IDX-CAND) =
                            NH-CD-MATERIA AND
                         WS-CD-TURMA-CAND (WS-IDX-CAND) >
                            NH-CD-TURMA) THEN
                     MOVE WS-IDX-CAND TO WS-POS-CAND
                  END-IF
               END-PERFORM
               IF WS-POS-CAND = 0 THEN
                  COMPUTE WS-POS-CAND = WS-QTD-CANDIDATOS + 1
               END-IF
               PERFORM VARYING WS-IDX-CAND FROM WS-QTD-CANDIDATOS BY -1
                       UNTIL WS-IDX-CAND < WS-POS-CAND
                  MOVE WS-CANDIDATO (WS-IDX-CAND)
                    TO WS-CANDIDATO (WS-IDX-CAND + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-CANDIDATOS
               MOVE NH-CD-MATERIA TO WS-CD-MATERIA-CAND (WS-POS-CAND)
               MOVE NH-CD-TURMA   TO WS-CD-TURMA-CAND (WS-POS-CAND)
               MOVE NH-CD-STUDENT TO WS-CD-STUDENT-CAND (WS-POS-CAND)
               MOVE WS-MEDIA-100  TO WS-MEDIA-CAND (WS-POS-CAND)
            END-IF
            .
       P125-FIM.
      *-----------------------------------------------------------------
      * TUTORES: TITULAR OU SUBSTITUTO COM ATRIBUICAO VIGENTE HOJE NA
      * MATERIA (EM QUALQUER TURMA); O MESMO PAR ENTRA UMA SO VEZ.
      *-----------------------------------------------------------------
       P130-CARREGAR-TUTORES.
            MOVE 0 TO WS-QTD-TUTORES
            MOVE 0 TO WS-QTD-PROFS
            MOVE 'N' TO WS-EOF
            OPEN INPUT ATRIBUICAO-FILE
            IF FS-ATRIBUICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ATRIBUICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P132-CONFERIR-VIGENCIA
                           IF WS-VIGENTE = 'S' THEN
                              PERFORM P135-GUARDAR-TUTOR
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ATRIBUICAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P130-FIM.
      *-----------------------------------------------------------------
       P132-CONFERIR-VIGENCIA.
            MOVE 'S' TO WS-VIGENTE
            IF AT-DATA-INICIO IS NUMERIC AND AT-DATA-INICIO > 0 THEN
               MOVE AT-DATA-INICIO TO WS-DATA-TRABALHO
               PERFORM P920-ORDENAR-DATA
               IF WS-HOJE-ORD < WS-DATA-ORD THEN
                  MOVE 'N' TO WS-VIGENTE
               END-IF
            END-IF
            IF AT-DATA-FIM IS NUMERIC AND AT-DATA-FIM > 0 THEN
               MOVE AT-DATA-FIM TO WS-DATA-TRABALHO
               PERFORM P920-ORDENAR-DATA
               IF WS-HOJE-ORD > WS-DATA-ORD THEN
                  MOVE 'N' TO WS-VIGENTE
               END-IF
            END-IF
            .
       P132-FIM.
      *-----------------------------------------------------------------
       P135-GUARDAR-TUTOR.
            MOVE 'N' TO WS-JA-EM-REFORCO
            PERFORM VARYING WS-IDX-TUTOR FROM 1 BY 1
                    UNTIL WS-IDX-TUTOR > WS-QTD-TUTORES
               IF WS-TUT-CD-PROFESSOR (WS-IDX-TUTOR) = AT-CD-PROFESSOR
                  AND WS-TUT-CD-MATERIA (WS-IDX-TUTOR) =
                      AT-CD-MATERIA THEN
                  MOVE 'S' TO WS-JA-EM-REFORCO
               END-IF
            END-PERFORM
            IF WS-JA-EM-REFORCO = 'N' AND WS-QTD-TUTORES < 300 THEN
               ADD 1 TO WS-QTD-TUTORES
               MOVE AT-CD-PROFESSOR
                 TO WS-TUT-CD-PROFESSOR (WS-QTD-TUTORES)
               MOVE AT-CD-MATERIA
                 TO WS-TUT-CD-MATERIA (WS-QTD-TUTORES)
               MOVE AT-CD-PROFESSOR TO WS-CD-PROFESSOR-BUSCA
               PERFORM P170-LOCALIZAR-PROFESSOR
            END-IF
            .
       P135-FIM.
      *-----------------------------------------------------------------
      * DISPONIBILIDADE DOS TUTORES (PROGARQ020) - PROFESSOR SEM
      * NENHUM REGISTRO NAO RECEBE GRUPO.
      *-----------------------------------------------------------------
       P140-CARREGAR-DISPONIBILIDADE.
            MOVE 'N' TO WS-EOF
            OPEN INPUT DISPONIBILIDADE-FILE
            IF FS-DISPONIBILIDADE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DISPONIBILIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF DP-DIA-SEMANA >= 1 AND
                              DP-DIA-SEMANA <= 7 AND
                              DP-PERIODO-AULA >= 1 THEN
                              PERFORM P145-MARCAR-DISPONIVEL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DISPONIBILIDADE-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P140-FIM.
      *-----------------------------------------------------------------
       P145-MARCAR-DISPONIVEL.
            MOVE 0 TO WS-POS-PROF
            PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                    UNTIL WS-IDX-PROF > WS-QTD-PROFS
                    OR WS-POS-PROF > 0
               IF WS-PRF-CD-PROFESSOR (WS-IDX-PROF) = DP-CD-PROFESSOR
                  THEN
                  MOVE WS-IDX-PROF TO WS-POS-PROF
               END-IF
            END-PERFORM
            IF WS-POS-PROF > 0 THEN
               COMPUTE WS-CELULA =
                       (DP-DIA-SEMANA - 1) * 9 + DP-PERIODO-AULA
               MOVE 'S' TO WS-PRF-DISPONIVEL (WS-POS-PROF)
                           (WS-CELULA:1)
            END-IF
            .
       P145-FIM.
      *-----------------------------------------------------------------
      * OCUPACAO: AULAS DO HORARIO EM USO E GRUPOS DE REFORCO JA
      * CONFIRMADOS NO PERIODO.
      *-----------------------------------------------------------------
       P150-CARREGAR-OCUPACAO.
            MOVE 'N' TO WS-EOF
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF HR-DIA-SEMANA >= 1 AND
                              HR-DIA-SEMANA <= 7 AND
                              HR-PERIODO-AULA >= 1 THEN
                              MOVE HR-CD-PROFESSOR
                                TO WS-CD-PROFESSOR-BUSCA
                              COMPUTE WS-CELULA =
                                 (HR-DIA-SEMANA - 1) * 9 +
                                 HR-PERIODO-AULA
                              PERFORM P155-MARCAR-OCUPADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            PERFORM VARYING WS-IDX-SLOT FROM 1 BY 1
                    UNTIL WS-IDX-SLOT > WS-QTD-SLOTS-REFORCO
               MOVE WS-SLT-CD-PROFESSOR (WS-IDX-SLOT)
                 TO WS-CD-PROFESSOR-BUSCA
               MOVE WS-SLT-CELULA (WS-IDX-SLOT) TO WS-CELULA
               PERFORM P155-MARCAR-OCUPADO
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P155-MARCAR-OCUPADO.
            MOVE 0 TO WS-POS-PROF
            PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                    UNTIL WS-IDX-PROF > WS-QTD-PROFS
                    OR WS-POS-PROF > 0
               IF WS-PRF-CD-PROFESSOR (WS-IDX-PROF) =
                  WS-CD-PROFESSOR-BUSCA THEN
                  MOVE WS-IDX-PROF TO WS-POS-PROF
               END-IF
            END-PERFORM
            IF WS-POS-PROF > 0 AND WS-CELULA >= 1 AND
               WS-CELULA <= 63 THEN
               MOVE 'S' TO WS-PRF-OCUPACAO (WS-POS-PROF) (WS-CELULA:1)
            END-IF
            .
       P155-FIM.
      *-----------------------------------------------------------------
      * UM CANDIDATO: TROCA DE MATERIA OU GRUPO CHEIO FECHA O GRUPO
      * ABERTO; SEM GRUPO ABERTO, ABRE UM NOVO COM TUTOR/HORARIO -
      * SEM NENHUM LIVRE PARA A MATERIA, O ALUNO SAI NA LISTA.
      *-----------------------------------------------------------------
       P160-ALOCAR-CANDIDATO.
            IF WS-GRUPO-ABERTO = 'S' THEN
               IF WS-CD-MATERIA-CAND (WS-IDX-CAND) NOT = RG-CD-MATERIA
                  OR RG-QTD-ALUNOS >= WS-TAMANHO-GRUPO THEN
                  PERFORM P175-FECHAR-GRUPO
               END-IF
            END-IF
            IF WS-GRUPO-ABERTO = 'N' THEN
               PERFORM P165-ABRIR-GRUPO
            END-IF

            IF WS-GRUPO-ABERTO = 'S' THEN
               ADD 1 TO RG-QTD-ALUNOS
               MOVE WS-CD-STUDENT-CAND (WS-IDX-CAND)
                 TO RG-CD-STUDENT (RG-QTD-ALUNOS)
               MOVE WS-CD-TURMA-CAND (WS-IDX-CAND)
                 TO RG-CD-TURMA (RG-QTD-ALUNOS)
               MOVE WS-MEDIA-CAND (WS-IDX-CAND)
                 TO RG-MEDIA-INICIAL (RG-QTD-ALUNOS)
            ELSE
               ADD 1 TO WS-QTD-SEM-TUTOR
               MOVE WS-MEDIA-CAND (WS-IDX-CAND) TO WS-MEDIA-EDT
               MOVE SPACES TO REC-PROPOSTA
               STRING 'SEM TUTOR/HORARIO LIVRE: ALUNO '
                      WS-CD-STUDENT-CAND (WS-IDX-CAND)
                      ' TURMA ' WS-CD-TURMA-CAND (WS-IDX-CAND)
                      ' MATERIA ' WS-CD-MATERIA-CAND (WS-IDX-CAND)
                      ' MEDIA ' WS-MEDIA-EDT
                      DELIMITED BY SIZE INTO REC-PROPOSTA
               END-STRING
               WRITE REC-PROPOSTA
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P165-ABRIR-GRUPO.
            MOVE 0 TO WS-ACHOU-SLOT
            PERFORM VARYING WS-IDX-TUTOR FROM 1 BY 1
                    UNTIL WS-IDX-TUTOR > WS-QTD-TUTORES
                    OR WS-ACHOU-SLOT = 1
               IF WS-TUT-CD-MATERIA (WS-IDX-TUTOR) =
                  WS-CD-MATERIA-CAND (WS-IDX-CAND) THEN
                  PERFORM P168-PROCURAR-HORARIO
               END-IF
            END-PERFORM

            IF WS-ACHOU-SLOT = 1 THEN
               MOVE 'S' TO WS-GRUPO-ABERTO
               MOVE 'S' TO WS-PRF-OCUPACAO (WS-POS-PROF) (WS-CELULA:1)
               ADD 1 TO WS-PROXIMO-ID
               INITIALIZE REG-REFORCO-GRUPO
               MOVE WS-PROXIMO-ID       TO RG-ID
               MOVE WS-ANO-FILTRO       TO RG-ANO-LETIVO
               MOVE WS-BIMESTRE-FILTRO  TO RG-BIMESTRE
               MOVE WS-CD-MATERIA-CAND (WS-IDX-CAND) TO RG-CD-MATERIA
               MOVE WS-PRF-CD-PROFESSOR (WS-POS-PROF)
                 TO RG-CD-PROFESSOR
               DIVIDE 9 INTO WS-CELULA GIVING WS-DIA-SLOT
                      REMAINDER WS-PERIODO-SLOT
               IF WS-PERIODO-SLOT = 0 THEN
                  MOVE 9 TO WS-PERIODO-SLOT
               ELSE
                  ADD 1 TO WS-DIA-SLOT
               END-IF
               MOVE WS-DIA-SLOT         TO RG-DIA-SEMANA
               MOVE WS-PERIODO-SLOT     TO RG-PERIODO-AULA
               SET RG-PROPOSTO          TO TRUE
               MOVE WS-DATA-HOJE        TO RG-DATA-PROPOSTA
               MOVE SPACES              TO RG-OPERADOR-DECISAO
               MOVE 0                   TO RG-DATA-DECISAO
               MOVE 0                   TO RG-QTD-ALUNOS
            END-IF
            .
       P165-FIM.
      *-----------------------------------------------------------------
      * PRIMEIRA CELULA DISPONIVEL E LIVRE NA GRADE DO TUTOR.
      *-----------------------------------------------------------------
       P168-PROCURAR-HORARIO.
            MOVE WS-TUT-CD-PROFESSOR (WS-IDX-TUTOR)
              TO WS-CD-PROFESSOR-BUSCA
            PERFORM P170-LOCALIZAR-PROFESSOR
            IF WS-POS-PROF > 0 THEN
               PERFORM VARYING WS-CELULA FROM 1 BY 1
                       UNTIL WS-CELULA > 63 OR WS-ACHOU-SLOT = 1
                  IF WS-PRF-DISPONIVEL (WS-POS-PROF) (WS-CELULA:1) = 'S'
                     AND WS-PRF-OCUPACAO (WS-POS-PROF) (WS-CELULA:1)
                         NOT = 'S' THEN
                     MOVE 1 TO WS-ACHOU-SLOT
                  END-IF
               END-PERFORM
               IF WS-ACHOU-SLOT = 1 THEN
                  SUBTRACT 1 FROM WS-CELULA
               END-IF
            END-IF
            .
       P168-FIM.
      *-----------------------------------------------------------------
      * PROCURA (OU ACRESCENTA, SEM DISPONIBILIDADE) O PROFESSOR DE
      * WS-CD-PROFESSOR-BUSCA. 0 = TABELA CHEIA.
      *-----------------------------------------------------------------
       P170-LOCALIZAR-PROFESSOR.
            MOVE 0 TO WS-POS-PROF
            PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                    UNTIL WS-IDX-PROF > WS-QTD-PROFS
                       OR WS-POS-PROF > 0
               IF WS-PRF-CD-PROFESSOR (WS-IDX-PROF) =
                  WS-CD-PROFESSOR-BUSCA THEN
                  MOVE WS-IDX-PROF TO WS-POS-PROF
               END-IF
            END-PERFORM
            IF WS-POS-PROF = 0 AND WS-QTD-PROFS < 300 THEN
               ADD 1 TO WS-QTD-PROFS
               MOVE WS-QTD-PROFS TO WS-POS-PROF
               MOVE WS-CD-PROFESSOR-BUSCA
                 TO WS-PRF-CD-PROFESSOR (WS-POS-PROF)
               MOVE SPACES TO WS-PRF-DISPONIVEL (WS-POS-PROF)
               MOVE SPACES TO WS-PRF-OCUPACAO (WS-POS-PROF)
            END-IF
            .
       P170-FIM.
      *-----------------------------------------------------------------
       P175-FECHAR-GRUPO.
            MOVE SPACES TO REC-PROPOSTA
            WRITE REC-PROPOSTA
            MOVE SPACES TO REC-PROPOSTA
            STRING 'GRUPO ' RG-ID ' MATERIA ' RG-CD-MATERIA
                   ' TUTOR ' RG-CD-PROFESSOR
                   ' DIA DA SEMANA ' RG-DIA-SEMANA
                   ' PERIODO ' RG-PERIODO-AULA
                   ' - ' RG-QTD-ALUNOS ' ALUNO(S)'
                   DELIMITED BY SIZE INTO REC-PROPOSTA
            END-STRING
            WRITE REC-PROPOSTA
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > RG-QTD-ALUNOS
               MOVE RG-MEDIA-INICIAL (WS-IDX-ALUNO) TO WS-MEDIA-EDT
               MOVE SPACES TO REC-PROPOSTA
               STRING '   ALUNO ' RG-CD-STUDENT (WS-IDX-ALUNO)
                      ' TURMA ' RG-CD-TURMA (WS-IDX-ALUNO)
                      ' MEDIA INICIAL (0-100) ' WS-MEDIA-EDT
                      DELIMITED BY SIZE INTO REC-PROPOSTA
               END-STRING
               WRITE REC-PROPOSTA
            END-PERFORM
            WRITE REG-REFORCO-GRUPO
            ADD 1 TO WS-QTD-GRUPOS-PROPOSTOS
            MOVE 'N' TO WS-GRUPO-ABERTO
            .
       P175-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P178-UNIDADE-DA-TURMA.
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
       P178-FIM.
      *-----------------------------------------------------------------
      * UNIDADE DO GRUPO EM REG-REFORCO-GRUPO: A DA TURMA DO PRIMEIRO
      * ALUNO.
      *-----------------------------------------------------------------
       P179-UNIDADE-DO-GRUPO.
            MOVE RG-CD-TURMA (1) TO WS-TURMA-UNIDADE
            PERFORM P178-UNIDADE-DA-TURMA
            .
       P179-FIM.
      *-----------------------------------------------------------------
      * CONFIRMACAO: CADA GRUPO PROPOSTO DO PERIODO EH MOSTRADO E A
      * COORDENACAO CONFIRMA, CANCELA OU DEIXA PARA DEPOIS (POR COPIA
      * DO ARQUIVO).
      *-----------------------------------------------------------------
       P200-CONFIRMAR-GRUPOS.
            PERFORM P060-EXIGIR-COORDENADOR
            PERFORM P050-PERIODO-CORRENTE

            MOVE 'N' TO WS-EOF
            OPEN INPUT GRUPO-FILE
            IF FS-GRUPO NOT = '00' THEN
               DISPLAY 'NENHUM GRUPO DE REFORCO REGISTRADO'
               STOP RUN
            END-IF
            OPEN OUTPUT GRUPO-TRAB
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ GRUPO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        PERFORM P179-UNIDADE-DO-GRUPO
                        IF RG-ANO-LETIVO = WS-ANO-FILTRO AND
                           RG-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           RG-PROPOSTO AND WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P210-DECIDIR-GRUPO
                        END-IF
                        MOVE REG-REFORCO-GRUPO TO REG-GRUPO-TRAB
                        WRITE REG-GRUPO-TRAB
               END-READ
            END-PERFORM
            CLOSE GRUPO-FILE
            CLOSE GRUPO-TRAB

            MOVE 'N' TO WS-EOF
            OPEN INPUT GRUPO-TRAB
            OPEN OUTPUT GRUPO-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ GRUPO-TRAB
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-GRUPO-TRAB TO REG-REFORCO-GRUPO
                        WRITE REG-REFORCO-GRUPO
               END-READ
            END-PERFORM
            CLOSE GRUPO-TRAB
            CLOSE GRUPO-FILE

            DISPLAY 'GRUPOS CONFIRMADOS............: '
                    WS-QTD-CONFIRMADOS
            DISPLAY 'GRUPOS CANCELADOS.............: '
                    WS-QTD-CANCELADOS
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-DECIDIR-GRUPO.
            DISPLAY '-----------------------------------------------'
            DISPLAY 'GRUPO ' RG-ID ' MATERIA ' RG-CD-MATERIA
                    ' TUTOR ' RG-CD-PROFESSOR
                    ' DIA ' RG-DIA-SEMANA ' PERIODO ' RG-PERIODO-AULA
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > RG-QTD-ALUNOS
               MOVE RG-MEDIA-INICIAL (WS-IDX-ALUNO) TO WS-MEDIA-EDT
               DISPLAY '   ALUNO ' RG-CD-STUDENT (WS-IDX-ALUNO)
                       ' TURMA ' RG-CD-TURMA (WS-IDX-ALUNO)
                       ' MEDIA ' WS-MEDIA-EDT
            END-PERFORM
            DISPLAY '(C) CONFIRMAR (X) CANCELAR (OUTRA TECLA = '
                    'DEIXAR PROPOSTO): '
            ACCEPT WS-DECISAO
            EVALUATE WS-DECISAO
               WHEN 'C'
                  SET RG-CONFIRMADO TO TRUE
                  ADD 1 TO WS-QTD-CONFIRMADOS
               WHEN 'X'
                  SET RG-CANCELADO TO TRUE
                  ADD 1 TO WS-QTD-CANCELADOS
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF RG-CONFIRMADO OR RG-CANCELADO THEN
               MOVE WS-OPERADOR  TO RG-OPERADOR-DECISAO
               MOVE WS-DATA-HOJE TO RG-DATA-DECISAO
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * PRESENCA DE UM ENCONTRO DE GRUPO CONFIRMADO: DATA VALIDA, EM
      * DIA LETIVO DO CALENDARIO (FORA DO CALENDARIO SO AVISA) E AINDA
      * NAO REGISTRADA PARA O GRUPO; UMA LINHA POR ALUNO DO GRUPO.
      *-----------------------------------------------------------------
       P300-REGISTRAR-PRESENCA.
            DISPLAY 'NUMERO DO GRUPO...............: '
            ACCEPT WS-ID-GRUPO
            PERFORM P310-LOCALIZAR-GRUPO
            IF WS-ACHOU-GRUPO = 0 THEN
               DISPLAY 'GRUPO CONFIRMADO NAO ENCONTRADO'
               STOP RUN
            END-IF
            MOVE WS-GRUPO-ACHADO TO REG-REFORCO-GRUPO
            PERFORM P179-UNIDADE-DO-GRUPO
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'GRUPO DE OUTRA UNIDADE ESCOLAR - PRESENCA '
                       'NEGADA'
               STOP RUN
            END-IF

            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA DO ENCONTRO (DDMMAAAA)...: '
               ACCEPT WS-DATA-ENCONTRO
               MOVE WS-DATA-ENCONTRO TO WS-DATA-TRABALHO
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA-DATA,
                             WS-MES-DATA, WS-ANO-DATA
               CALL 'VALIDAR-DATA' USING WS-DIA-DATA, WS-MES-DATA,
                             WS-ANO-DATA, WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               ELSE
                  PERFORM P315-CONFERIR-CALENDARIO
               END-IF
            END-PERFORM

            PERFORM P320-CONFERIR-DUPLICADO
            IF WS-ENCONTRO-DUPLICADO = 1 THEN
               DISPLAY 'PRESENCA DESSE ENCONTRO JA REGISTRADA - NADA '
                       'GRAVADO'
               STOP RUN
            END-IF

            OPEN EXTEND PRESENCA-FILE
            IF FS-PRESENCA = '35' THEN
               OPEN OUTPUT PRESENCA-FILE
            END-IF
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > RG-QTD-ALUNOS
               PERFORM P330-PRESENCA-ALUNO
            END-PERFORM
            CLOSE PRESENCA-FILE
            DISPLAY 'PRESENCA DO ENCONTRO REGISTRADA'
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-LOCALIZAR-GRUPO.
            MOVE 0 TO WS-ACHOU-GRUPO
            MOVE 'N' TO WS-EOF
            OPEN INPUT GRUPO-FILE
            IF FS-GRUPO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ GRUPO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF RG-ID = WS-ID-GRUPO AND RG-CONFIRMADO
                              THEN
                              MOVE 1 TO WS-ACHOU-GRUPO
                              MOVE REG-REFORCO-GRUPO
                                TO WS-GRUPO-ACHADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE GRUPO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P315-CONFERIR-CALENDARIO.
            CALL 'CONSULTAR-CALENDARIO'
                          USING WS-DATA-ENCONTRO, WS-TIPO-DIA,
                                WS-RETORNO-CALENDARIO
            EVALUATE TRUE
               WHEN WS-RETORNO-CALENDARIO NOT = 0
                  DISPLAY 'AVISO: DATA FORA DO CALENDARIO ESCOLAR '
                          '(PROGARQ011) - ACEITA'
               WHEN WS-TIPO-DIA NOT = 'L'
                  DISPLAY 'DATA NAO EH DIA LETIVO - ESCOLHA OUTRA'
                  MOVE 0 TO WS-DATA-VALIDA
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P315-FIM.
      *-----------------------------------------------------------------
       P320-CONFERIR-DUPLICADO.
            MOVE 0 TO WS-ENCONTRO-DUPLICADO
            MOVE 'N' TO WS-EOF
            OPEN INPUT PRESENCA-FILE
            IF FS-PRESENCA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PRESENCA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF RP-ID-GRUPO = WS-ID-GRUPO AND
                              RP-DATA-ENCONTRO = WS-DATA-ENCONTRO THEN
                              MOVE 1 TO WS-ENCONTRO-DUPLICADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PRESENCA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P320-FIM.
      *-----------------------------------------------------------------
       P330-PRESENCA-ALUNO.
            MOVE SPACE TO WS-PRESENCA-DIGITADA
            PERFORM WITH TEST BEFORE
                    UNTIL WS-PRESENCA-DIGITADA = 'P' OR
                          WS-PRESENCA-DIGITADA = 'F'
               DISPLAY 'ALUNO ' RG-CD-STUDENT (WS-IDX-ALUNO)
                       ' TURMA ' RG-CD-TURMA (WS-IDX-ALUNO)
                       ' - (P) PRESENTE (F) FALTOU: '
               ACCEPT WS-PRESENCA-DIGITADA
            END-PERFORM
            MOVE WS-ID-GRUPO                   TO RP-ID-GRUPO
            MOVE RG-CD-STUDENT (WS-IDX-ALUNO)  TO RP-CD-STUDENT
            MOVE WS-DATA-ENCONTRO              TO RP-DATA-ENCONTRO
            MOVE WS-PRESENCA-DIGITADA          TO RP-PRESENCA
            MOVE WS-OPERADOR                   TO RP-OPERADOR
            MOVE WS-DATA-HOJE                  TO RP-DATA-REGISTRO
            WRITE REG-REFORCO-PRESENCA
            .
       P330-FIM.
      *-----------------------------------------------------------------
      * EFETIVIDADE: PARTICIPANTES SAO OS ALUNOS DOS GRUPOS
      * CONFIRMADOS DO BIMESTRE DE DIAGNOSTICO; A MEDIA "DEPOIS" EH A
      * DO BIMESTRE SEGUINTE NA MESMA MATERIA. OS NAO PARTICIPANTES
      * DA MESMA MATERIA E FAIXA DE MEDIA INICIAL SAO O GRUPO DE
      * COMPARACAO.
      *-----------------------------------------------------------------
       P400-RELATORIO-EFETIVIDADE.
            DISPLAY 'ANO LETIVO DO DIAGNOSTICO.....: '
            ACCEPT WS-ANO-FILTRO
            DISPLAY 'BIMESTRE DO DIAGNOSTICO.......: '
            ACCEPT WS-BIMESTRE-FILTRO
            IF WS-BIMESTRE-FILTRO < 4 THEN
               MOVE WS-ANO-FILTRO TO WS-ANO-SEGUINTE
               COMPUTE WS-BIMESTRE-SEGUINTE = WS-BIMESTRE-FILTRO + 1
            ELSE
               COMPUTE WS-ANO-SEGUINTE = WS-ANO-FILTRO + 1
               MOVE 1 TO WS-BIMESTRE-SEGUINTE
            END-IF

            PERFORM P410-CARREGAR-PARTICIPANTES
            IF WS-QTD-PARTICIPANTES = 0 THEN
               DISPLAY 'NENHUM GRUPO CONFIRMADO NO PERIODO '
                       WS-ANO-FILTRO '/' WS-BIMESTRE-FILTRO
               STOP RUN
            END-IF
            PERFORM P420-CONTAR-PRESENCAS
            PERFORM P430-LER-MEDIAS
            PERFORM P440-MONTAR-FAIXAS

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'EFETIVIDADE DO REFORCO - DIAGNOSTICO '
                   WS-ANO-FILTRO '/' WS-BIMESTRE-FILTRO
                   ' X RESULTADO ' WS-ANO-SEGUINTE '/'
                   WS-BIMESTRE-SEGUINTE
                   ' - EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE '(MEDIAS NA ESCALA 0-100)' TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'PARTICIPANTES' TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'GRUPO ALUNO MATERIA  ANTES DEPOIS  GANHO PRESENCAS'
              TO REC-RELATORIO
            WRITE REC-RELATORIO
            PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                    UNTIL WS-IDX-PART > WS-QTD-PARTICIPANTES
               PERFORM P450-LISTAR-PARTICIPANTE
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'COMPARACAO POR MATERIA E FAIXA DE MEDIA INICIAL'
              TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'MATERIA FAIXA   PARTIC ANTES DEPOIS  GANHO   '
                   'OUTROS ANTES DEPOIS  GANHO'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                    UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS
               PERFORM P460-LISTAR-FAIXA
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'PARTICIPANTES: ' WS-QTD-PARTICIPANTES
                   '  SEM MEDIA NO BIMESTRE SEGUINTE: '
                   WS-QTD-SEM-DEPOIS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE

            DISPLAY 'RELATORIO GERADO: REFORCO-EFETIVIDADE.TXT'
            DISPLAY 'PARTICIPANTES.................: '
                    WS-QTD-PARTICIPANTES
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-CARREGAR-PARTICIPANTES.
            MOVE 0 TO WS-QTD-PARTICIPANTES
            MOVE 'N' TO WS-EOF
            OPEN INPUT GRUPO-FILE
            IF FS-GRUPO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ GRUPO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P179-UNIDADE-DO-GRUPO
                           IF RG-ANO-LETIVO = WS-ANO-FILTRO AND
                              RG-BIMESTRE = WS-BIMESTRE-FILTRO AND
                              RG-CONFIRMADO AND
                              WS-RETORNO-UNIDADE = 0 THEN
                              PERFORM P415-GUARDAR-PARTICIPANTES
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE GRUPO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P410-FIM.
      *-----------------------------------------------------------------
       P415-GUARDAR-PARTICIPANTES.
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > RG-QTD-ALUNOS
                    OR WS-IDX-ALUNO > 15
               IF WS-QTD-PARTICIPANTES < WS-MAX-PARTICIPANTES THEN
                  ADD 1 TO WS-QTD-PARTICIPANTES
                  MOVE WS-QTD-PARTICIPANTES TO WS-POS-PART
                  MOVE RG-ID TO WS-PT-ID-GRUPO (WS-POS-PART)
                  MOVE RG-CD-STUDENT (WS-IDX-ALUNO)
                    TO WS-PT-CD-STUDENT (WS-POS-PART)
                  MOVE RG-CD-MATERIA TO WS-PT-CD-MATERIA (WS-POS-PART)
                  MOVE RG-MEDIA-INICIAL (WS-IDX-ALUNO)
                    TO WS-PT-MEDIA-ANTES (WS-POS-PART)
                  MOVE 0   TO WS-PT-MEDIA-DEPOIS (WS-POS-PART)
                  MOVE 'N' TO WS-PT-TEM-DEPOIS (WS-POS-PART)
                  MOVE 0   TO WS-PT-ENCONTROS (WS-POS-PART)
                  MOVE 0   TO WS-PT-PRESENCAS (WS-POS-PART)
               END-IF
            END-PERFORM
            .
       P415-FIM.
      *-----------------------------------------------------------------
       P420-CONTAR-PRESENCAS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT PRESENCA-FILE
            IF FS-PRESENCA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PRESENCA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P425-CONTAR-PRESENCA
                  END-READ
               END-PERFORM
               CLOSE PRESENCA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P420-FIM.
      *-----------------------------------------------------------------
       P425-CONTAR-PRESENCA.
            PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                    UNTIL WS-IDX-PART > WS-QTD-PARTICIPANTES
               IF WS-PT-ID-GRUPO (WS-IDX-PART) = RP-ID-GRUPO AND
                  WS-PT-CD-STUDENT (WS-IDX-PART) = RP-CD-STUDENT THEN
                  ADD 1 TO WS-PT-ENCONTROS (WS-IDX-PART)
                  IF RP-PRESENTE THEN
                     ADD 1 TO WS-PT-PRESENCAS (WS-IDX-PART)
                  END-IF
               END-IF
            END-PERFORM
            .
       P425-FIM.
      *-----------------------------------------------------------------
      * MEDIAS VIVAS (SEM ESTORNADOS E IMPORTADOS) DOS DOIS BIMESTRES.
      *-----------------------------------------------------------------
       P430-LER-MEDIAS.
            MOVE 0 TO WS-QTD-OUTROS
            MOVE 'N' TO WS-EOF
            OPEN INPUT HIST-FILE
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HIST-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               NH-CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF NOT NH-REGISTRO-ESTORNADO AND
                              NOT NH-REGISTRO-EXTERNO AND
                              WS-RETORNO-UNIDADE = 0 AND
                              ((NH-ANO-LETIVO = WS-ANO-FILTRO AND
                                NH-BIMESTRE = WS-BIMESTRE-FILTRO) OR
                               (NH-ANO-LETIVO = WS-ANO-SEGUINTE AND
                                NH-BIMESTRE = WS-BIMESTRE-SEGUINTE))
                              THEN
                              PERFORM P435-GUARDAR-MEDIA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HIST-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P430-FIM.
      *-----------------------------------------------------------------
       P435-GUARDAR-MEDIA.
            PERFORM P910-NORMALIZAR-MEDIA
            MOVE 0 TO WS-POS-PART
            PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                    UNTIL WS-IDX-PART > WS-QTD-PARTICIPANTES
               IF WS-PT-CD-STUDENT (WS-IDX-PART) = NH-CD-STUDENT AND
                  WS-PT-CD-MATERIA (WS-IDX-PART) = NH-CD-MATERIA THEN
                  MOVE WS-IDX-PART TO WS-POS-PART
                  IF NH-ANO-LETIVO = WS-ANO-SEGUINTE AND
                     NH-BIMESTRE = WS-BIMESTRE-SEGUINTE THEN
                     MOVE WS-MEDIA-100
                       TO WS-PT-MEDIA-DEPOIS (WS-IDX-PART)
                     MOVE 'S' TO WS-PT-TEM-DEPOIS (WS-IDX-PART)
                  END-IF
               END-IF
            END-PERFORM

            IF WS-POS-PART = 0 THEN
               MOVE 0 TO WS-POS-OUTRO
               PERFORM VARYING WS-IDX-OUTRO FROM 1 BY 1
                       UNTIL WS-IDX-OUTRO > WS-QTD-OUTROS
                       OR WS-POS-OUTRO > 0
                  IF WS-OT-CD-STUDENT (WS-IDX-OUTRO) = NH-CD-STUDENT
                     AND WS-OT-CD-MATERIA (WS-IDX-OUTRO) =
                         NH-CD-MATERIA THEN
                     MOVE WS-IDX-OUTRO TO WS-POS-OUTRO
                  END-IF
               END-PERFORM
               IF WS-POS-OUTRO = 0 AND
                  WS-QTD-OUTROS < WS-MAX-OUTROS THEN
                  ADD 1 TO WS-QTD-OUTROS
                  MOVE WS-QTD-OUTROS TO WS-POS-OUTRO
                  MOVE NH-CD-STUDENT TO WS-OT-CD-STUDENT (WS-POS-OUTRO)
                  MOVE NH-CD-MATERIA TO WS-OT-CD-MATERIA (WS-POS-OUTRO)
                  MOVE 0   TO WS-OT-MEDIA-ANTES (WS-POS-OUTRO)
                  MOVE 'N' TO WS-OT-TEM-ANTES (WS-POS-OUTRO)
                  MOVE 0   TO WS-OT-MEDIA-DEPOIS (WS-POS-OUTRO)
                  MOVE 'N' TO WS-OT-TEM-DEPOIS (WS-POS-OUTRO)
               END-IF
               IF WS-POS-OUTRO > 0 THEN
                  IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                     NH-BIMESTRE = WS-BIMESTRE-FILTRO THEN
                     MOVE WS-MEDIA-100
                       TO WS-OT-MEDIA-ANTES (WS-POS-OUTRO)
                     MOVE 'S' TO WS-OT-TEM-ANTES (WS-POS-OUTRO)
                  ELSE
                     MOVE WS-MEDIA-100
                       TO WS-OT-MEDIA-DEPOIS (WS-POS-OUTRO)
                     MOVE 'S' TO WS-OT-TEM-DEPOIS (WS-POS-OUTRO)
                  END-IF
               END-IF
            END-IF
            .
       P435-FIM.
      *-----------------------------------------------------------------
      * FAIXAS: CRIADAS PELOS PARTICIPANTES COM MEDIA NOS DOIS
      * BIMESTRES; O NAO PARTICIPANTE SO ENTRA EM FAIXA QUE TEM
      * PARTICIPANTE.
      *-----------------------------------------------------------------
       P440-MONTAR-FAIXAS.
            MOVE 0 TO WS-QTD-FAIXAS
            MOVE 0 TO WS-QTD-SEM-DEPOIS
            PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                    UNTIL WS-IDX-PART > WS-QTD-PARTICIPANTES
               IF WS-PT-TEM-DEPOIS (WS-IDX-PART) = 'S' THEN
                  MOVE WS-PT-CD-MATERIA (WS-IDX-PART)
                    TO WS-CD-MATERIA-FAIXA
                  MOVE WS-PT-MEDIA-ANTES (WS-IDX-PART) TO WS-MEDIA-CALC
                  PERFORM P445-LOCALIZAR-FAIXA
                  IF WS-POS-FAIXA = 0 AND WS-QTD-FAIXAS < 200 THEN
                     ADD 1 TO WS-QTD-FAIXAS
                     MOVE WS-QTD-FAIXAS TO WS-POS-FAIXA
                     INITIALIZE WS-FAIXA-ITEM (WS-POS-FAIXA)
                     MOVE WS-CD-MATERIA-FAIXA
                       TO WS-FX-CD-MATERIA (WS-POS-FAIXA)
                     MOVE WS-FAIXA TO WS-FX-FAIXA (WS-POS-FAIXA)
                  END-IF
                  IF WS-POS-FAIXA > 0 THEN
                     ADD 1 TO WS-FX-QTD-PART (WS-POS-FAIXA)
                     ADD WS-PT-MEDIA-ANTES (WS-IDX-PART)
                      TO WS-FX-ANTES-PART (WS-POS-FAIXA)
                     ADD WS-PT-MEDIA-DEPOIS (WS-IDX-PART)
                      TO WS-FX-DEPOIS-PART (WS-POS-FAIXA)
                  END-IF
               ELSE
                  ADD 1 TO WS-QTD-SEM-DEPOIS
               END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-OUTRO FROM 1 BY 1
                    UNTIL WS-IDX-OUTRO > WS-QTD-OUTROS
               IF WS-OT-TEM-ANTES (WS-IDX-OUTRO) = 'S' AND
                  WS-OT-TEM-DEPOIS (WS-IDX-OUTRO) = 'S' THEN
                  MOVE WS-OT-CD-MATERIA (WS-IDX-OUTRO)
                    TO WS-CD-MATERIA-FAIXA
                  MOVE WS-OT-MEDIA-ANTES (WS-IDX-OUTRO)
                    TO WS-MEDIA-CALC
                  PERFORM P445-LOCALIZAR-FAIXA
                  IF WS-POS-FAIXA > 0 THEN
                     ADD 1 TO WS-FX-QTD-OUTROS (WS-POS-FAIXA)
                     ADD WS-OT-MEDIA-ANTES (WS-IDX-OUTRO)
                      TO WS-FX-ANTES-OUTROS (WS-POS-FAIXA)
                     ADD WS-OT-MEDIA-DEPOIS (WS-IDX-OUTRO)
                      TO WS-FX-DEPOIS-OUTROS (WS-POS-FAIXA)
                  END-IF
               END-IF
            END-PERFORM
            .
       P440-FIM.
      *-----------------------------------------------------------------
      * FAIXA DE WS-MEDIA-CALC NA MATERIA WS-CD-MATERIA-FAIXA.
      *-----------------------------------------------------------------
       P445-LOCALIZAR-FAIXA.
            IF WS-MEDIA-CALC >= 90 THEN
               MOVE 9 TO WS-FAIXA
            ELSE
               DIVIDE 10 INTO WS-MEDIA-CALC GIVING WS-FAIXA
            END-IF
            MOVE 0 TO WS-POS-FAIXA
            PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                    UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS
                    OR WS-POS-FAIXA > 0
               IF WS-FX-CD-MATERIA (WS-IDX-FAIXA) = WS-CD-MATERIA-FAIXA
                  AND WS-FX-FAIXA (WS-IDX-FAIXA) = WS-FAIXA THEN
                  MOVE WS-IDX-FAIXA TO WS-POS-FAIXA
               END-IF
            END-PERFORM
            .
       P445-FIM.
      *-----------------------------------------------------------------
       P450-LISTAR-PARTICIPANTE.
            MOVE WS-PT-MEDIA-ANTES (WS-IDX-PART) TO WS-MEDIA-EDT
            MOVE SPACES TO REC-RELATORIO
            IF WS-PT-TEM-DEPOIS (WS-IDX-PART) = 'S' THEN
               MOVE WS-PT-MEDIA-DEPOIS (WS-IDX-PART) TO WS-MEDIA-EDT-2
               COMPUTE WS-GANHO = WS-PT-MEDIA-DEPOIS (WS-IDX-PART) -
                                  WS-PT-MEDIA-ANTES (WS-IDX-PART)
               MOVE WS-GANHO TO WS-GANHO-EDT
               STRING WS-PT-ID-GRUPO (WS-IDX-PART) ' '
                      WS-PT-CD-STUDENT (WS-IDX-PART) ' '
                      WS-PT-CD-MATERIA (WS-IDX-PART) '    '
                      WS-MEDIA-EDT '  ' WS-MEDIA-EDT-2 ' '
                      WS-GANHO-EDT '  '
                      WS-PT-PRESENCAS (WS-IDX-PART) '/'
                      WS-PT-ENCONTROS (WS-IDX-PART)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               STRING WS-PT-ID-GRUPO (WS-IDX-PART) ' '
                      WS-PT-CD-STUDENT (WS-IDX-PART) ' '
                      WS-PT-CD-MATERIA (WS-IDX-PART) '    '
                      WS-MEDIA-EDT '    N/D     N/D  '
                      WS-PT-PRESENCAS (WS-IDX-PART) '/'
                      WS-PT-ENCONTROS (WS-IDX-PART)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            END-IF
            WRITE REC-RELATORIO
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * LINHA DA FAIXA: MEDIAS E GANHO MEDIO DOS DOIS GRUPOS; O
      * DESTAQUE DIZ SE O REFORCO GANHOU MAIS OU MENOS QUE A
      * COMPARACAO (SEM NAO PARTICIPANTES NA FAIXA, NAO HA COMPARACAO).
      *-----------------------------------------------------------------
       P460-LISTAR-FAIXA.
            COMPUTE WS-FAIXA-INICIO = WS-FX-FAIXA (WS-IDX-FAIXA) * 10
            COMPUTE WS-MEDIA-CALC ROUNDED =
                    WS-FX-ANTES-PART (WS-IDX-FAIXA) /
                    WS-FX-QTD-PART (WS-IDX-FAIXA)
            COMPUTE WS-MEDIA-CALC-2 ROUNDED =
                    WS-FX-DEPOIS-PART (WS-IDX-FAIXA) /
                    WS-FX-QTD-PART (WS-IDX-FAIXA)
            COMPUTE WS-GANHO = WS-MEDIA-CALC-2 - WS-MEDIA-CALC
            MOVE WS-MEDIA-CALC   TO WS-MEDIA-EDT
            MOVE WS-MEDIA-CALC-2 TO WS-MEDIA-EDT-2
            MOVE WS-GANHO        TO WS-GANHO-EDT

            MOVE SPACES TO REC-RELATORIO
            IF WS-FX-QTD-OUTROS (WS-IDX-FAIXA) = 0 THEN
               STRING WS-FX-CD-MATERIA (WS-IDX-FAIXA) '   '
                      WS-FAIXA-INICIO '+   '
                      WS-FX-QTD-PART (WS-IDX-FAIXA) ' '
                      WS-MEDIA-EDT ' ' WS-MEDIA-EDT-2 ' '
                      WS-GANHO-EDT '   '
                      'SEM NAO PARTICIPANTES NA FAIXA'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               COMPUTE WS-MEDIA-CALC ROUNDED =
                       WS-FX-ANTES-OUTROS (WS-IDX-FAIXA) /
                       WS-FX-QTD-OUTROS (WS-IDX-FAIXA)
               COMPUTE WS-MEDIA-CALC-2 ROUNDED =
                       WS-FX-DEPOIS-OUTROS (WS-IDX-FAIXA) /
                       WS-FX-QTD-OUTROS (WS-IDX-FAIXA)
               COMPUTE WS-GANHO-OUTROS =
                       WS-MEDIA-CALC-2 - WS-MEDIA-CALC
               MOVE WS-GANHO-OUTROS TO WS-GANHO-EDT-2
               STRING WS-FX-CD-MATERIA (WS-IDX-FAIXA) '   '
                      WS-FAIXA-INICIO '+   '
                      WS-FX-QTD-PART (WS-IDX-FAIXA) ' '
                      WS-MEDIA-EDT ' ' WS-MEDIA-EDT-2 ' '
                      WS-GANHO-EDT '   '
                      WS-FX-QTD-OUTROS (WS-IDX-FAIXA)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               MOVE WS-MEDIA-CALC   TO WS-MEDIA-EDT
               MOVE WS-MEDIA-CALC-2 TO WS-MEDIA-EDT-2
               MOVE SPACES TO REC-RELATORIO
               IF WS-GANHO > WS-GANHO-OUTROS THEN
                  STRING '                                      '
                         '        ' WS-MEDIA-EDT ' ' WS-MEDIA-EDT-2
                         ' ' WS-GANHO-EDT-2
                         '  REFORCO GANHOU MAIS'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               ELSE
                  STRING '                                      '
                         '        ' WS-MEDIA-EDT ' ' WS-MEDIA-EDT-2
                         ' ' WS-GANHO-EDT-2
                         '  *** REFORCO NAO GANHOU MAIS ***'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               END-IF
            END-IF
            WRITE REC-RELATORIO
            .
       P460-FIM.
      *-----------------------------------------------------------------
      * MEDIA DO REGISTRO DE HISTORICO NA ESCALA 0-100 (ESCALA DO
      * REGISTRO EM BRANCO = 100, A ESCALA HISTORICA DA CASA).
      *-----------------------------------------------------------------
       P910-NORMALIZAR-MEDIA.
            IF NH-ESCALA IS NUMERIC AND NH-ESCALA > 0 THEN
               COMPUTE WS-MEDIA-100 ROUNDED =
                       NH-MEDIA * 100 / NH-ESCALA
            ELSE
               MOVE NH-MEDIA TO WS-MEDIA-100
            END-IF
            .
       P910-FIM.
      *-----------------------------------------------------------------
       P920-ORDENAR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA-DATA, WS-MES-DATA,
                          WS-ANO-DATA
            COMPUTE WS-DATA-ORD =
                    (WS-ANO-DATA * 10000) + (WS-MES-DATA * 100) +
                    WS-DIA-DATA
            .
       P920-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'REFORCO-ESCOLAR' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

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
       END PROGRAM REFORCO-ESCOLAR.
