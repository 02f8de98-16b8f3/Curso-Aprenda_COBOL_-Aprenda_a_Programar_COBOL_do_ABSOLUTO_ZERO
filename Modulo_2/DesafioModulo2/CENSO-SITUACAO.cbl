      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: EXTRATO DA 2A ETAPA DO CENSO ESCOLAR (SITUACAO DO
      *          ALUNO - RENDIMENTO E MOVIMENTO), DEPOIS DO FECHAMENTO
      *          DO ANO: O CENSO-ESCOLAR MANDA A MATRICULA INICIAL;
      *          ESTE MANDA A SITUACAO FINAL DE CADA ALUNO QUE ESTEVE
      *          MATRICULADO NO ANO, COM O ID OFICIAL (IDS-OFICIAIS.
      *          TXT, VIA BUSCAR-ID-OFICIAL), NO LAYOUT POSICIONAL DO
      *          MINISTERIO (CENSO-SITUACAO.TXT): CABECALHO 'H',
      *          DETALHE 'D' E RODAPE 'T' COM AS CONTAGENS POR
      *          SITUACAO. CODIGOS DE SITUACAO: 1 APROVADO, 2
      *          REPROVADO (DECISAO DE PROMOCAO.TXT DO MESMO ANO), 3
      *          TRANSFERIDO (ST-ALUNO 'T', DATA DE DT-SITUACAO OU DE
      *          TRANSFERENCIAS-SAIDA.TXT), 4 DEIXOU DE FREQUENTAR
      *          (EVADIDO 'V' OU TRANCADO 'R'), 5 FALECIDO ('F').
      *          ALUNO SEM SITUACAO DETERMINAVEL OU SEM ID OFICIAL NAO
      *          EMBARCA: VAI PARA O RELATORIO DE PRE-SUBMISSAO
      *          (CENSO-SITUACAO-PENDENCIAS.TXT) COM O MOTIVO, PARA A
      *          SECRETARIA ACERTAR ANTES DE ENVIAR.
      *          NA REDE (UNIDADES.TXT, VEJA PROGARQ025), COMO NA 1A
      *          ETAPA: UM EXTRATO E UMA LISTA DE PENDENCIAS POR
      *          UNIDADE ESCOLAR (CENSO-SITUACAO-<UN>.TXT /
      *          CENSO-SITUACAO-PENDENCIAS-<UN>.TXT), COM O INEP E O
      *          NOME DO CADASTRO - UMA UNIDADE OU TODAS
      *          (SELECIONAR-UNIDADE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO-SITUACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT PROMOCAO-FILE ASSIGN TO
           '../../PROMOCAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROMOCAO.

           SELECT SAIDA-FILE ASSIGN TO
           '../../TRANSFERENCIAS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAIDA.

      * UM EXTRATO (E UMA LISTA DE PENDENCIAS) POR UNIDADE ESCOLAR:
      * OS NOMES SAO MONTADOS ANTES DE CADA OPEN (VEJA P400).
           SELECT CENSO-FILE ASSIGN TO DYNAMIC WS-NOME-CENSO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDENCIA-FILE ASSIGN TO DYNAMIC WS-NOME-PENDENCIAS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNIDADE-FILE ASSIGN TO
           '../../UNIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIDADE.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD PROMOCAO-FILE.
       01 REC-PROMOCAO             PIC X(100).
       FD SAIDA-FILE.
           COPY SAIDA-RECORD.
       FD CENSO-FILE.
      * LAYOUT POSICIONAL DA 2A ETAPA: TIPO(1) + CAMPOS FIXOS. DATAS
      * EM AAAAMMDD, COMO NA 1A ETAPA.
       01 REC-CENSO.
           03 CS-TIPO               PIC X(01).
           03 CS-DADOS              PIC X(70).
       01 REC-CENSO-CABECALHO REDEFINES REC-CENSO.
           03 FILLER                PIC X(01).
           03 CS-CODIGO-ESCOLA      PIC X(08).
           03 CS-NOME-ESCOLA        PIC X(40).
           03 CS-ANO-LETIVO         PIC 9(04).
           03 CS-ETAPA              PIC X(01).
           03 CS-DATA-GERACAO       PIC 9(08).
           03 FILLER                PIC X(09).
       01 REC-CENSO-DETALHE REDEFINES REC-CENSO.
           03 FILLER                PIC X(01).
           03 CS-ID-OFICIAL         PIC X(12).
           03 CS-CD-STUDENT         PIC 9(05).
           03 CS-NM-STUDENT         PIC X(30).
           03 CS-SERIE              PIC 9(02).
           03 CS-CD-TURMA           PIC X(05).
           03 CS-SITUACAO           PIC 9(01).
      * DATA DA SAIDA (TRANSFERENCIA, ABANDONO, OBITO); ZEROS PARA
      * APROVADO/REPROVADO.
           03 CS-DATA-SITUACAO      PIC 9(08).
           03 FILLER                PIC X(07).
       01 REC-CENSO-RODAPE REDEFINES REC-CENSO.
           03 FILLER                PIC X(01).
           03 CS-QTD-DETALHES       PIC 9(07).
           03 CS-QTD-APROVADOS      PIC 9(07).
           03 CS-QTD-REPROVADOS     PIC 9(07).
           03 CS-QTD-TRANSFERIDOS   PIC 9(07).
           03 CS-QTD-ABANDONOS      PIC 9(07).
           03 CS-QTD-FALECIDOS      PIC 9(07).
           03 FILLER                PIC X(28).
       FD PENDENCIA-FILE.
       01 REC-PENDENCIA            PIC X(120).
       FD UNIDADE-FILE.
           COPY UNIDADE-RECORD.
       WORKING-STORAGE SECTION.
      * UNIDADE ESCOLAR DO EXTRATO EM GERACAO (EM BRANCO = ESCOLA
      * UNICA, SEM CADASTRO DE UNIDADES) E O FILTRO DO OPERADOR.
       77 FS-UNIDADE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF-UNIDADE              PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-UNIDADE-EXTRATO          PIC X(02)       VALUE SPACES.
       77 WS-QTD-EXTRATOS             PIC 9(02)       VALUE 0.
       77 WS-NOME-CENSO               PIC X(50)       VALUE SPACES.
       77 WS-NOME-PENDENCIAS          PIC X(50)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-PROMOCAO                 PIC X(02)       VALUE SPACES.
       77 FS-SAIDA                    PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-CODIGO-ESCOLA            PIC X(08)       VALUE SPACES.
       77 WS-NOME-ESCOLA              PIC X(40)       VALUE SPACES.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-ANO-CENSO                PIC 9(04)       VALUE 0.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * DECISOES DE PROMOCAO.TXT EM MEMORIA ('CODIGO - NOME -
      * RESULTADO', MESMA QUEBRA DO VIRADA-ANO). O CABECALHO TRAZ O
      * ANO DECIDIDO - PROMOCAO DE OUTRO ANO NAO SERVE.
       77 WS-ANO-PROMOCAO             PIC X(04)       VALUE SPACES.
       77 WS-CD-LIDO                  PIC X(10)       VALUE SPACES.
       77 WS-NM-LIDO                  PIC X(40)       VALUE SPACES.
       77 WS-RESULTADO-LIDO           PIC X(12)       VALUE SPACES.
       77 WS-QTD-DECISOES             PIC 9(04)       VALUE 0.
       77 WS-IDX-DECISAO              PIC 9(04)       VALUE 0.
       01 WS-TABELA-DECISOES.
           02 WS-DECISAO-ITEM OCCURS 3000 TIMES.
              03 WS-DEC-CD-STUDENT    PIC 9(05).
              03 WS-DEC-RESULTADO     PIC X(12).
      * SAIDAS PARA OUTRA ESCOLA (DATA DDMMAAAA) - VALEM QUANDO O
      * MESTRE NAO TEM DT-SITUACAO.
       77 WS-QTD-SAIDAS               PIC 9(04)       VALUE 0.
       77 WS-IDX-SAIDA                PIC 9(04)       VALUE 0.
       01 WS-TABELA-SAIDAS.
           02 WS-SAIDA-ITEM OCCURS 1000 TIMES.
              03 WS-SAI-CD-STUDENT    PIC 9(05).
              03 WS-SAI-DATA          PIC 9(08).
      * O ALUNO CORRENTE.
       01 WS-DATA-SAIDA               PIC 9(08)       VALUE 0.
       01 WS-DATA-SAIDA-R REDEFINES WS-DATA-SAIDA.
           03 WS-DIA-SAIDA            PIC 9(02).
           03 WS-MES-SAIDA            PIC 9(02).
           03 WS-ANO-SAIDA            PIC 9(04).
       77 WS-SITUACAO-CENSO           PIC 9(01)       VALUE 0.
       77 WS-RESULTADO-ALUNO          PIC X(12)       VALUE SPACES.
       77 WS-MOTIVO-PENDENCIA         PIC X(50)       VALUE SPACES.
       77 WS-ID-OFICIAL               PIC X(12)       VALUE SPACES.
       77 WS-RETORNO-ID               PIC 9(01)       VALUE 0.
       77 WS-SERIE-ALUNO              PIC 9(02)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
      * CONTAGENS.
       77 WS-QTD-INCLUIDOS            PIC 9(07)       VALUE 0.
       77 WS-QTD-APROVADOS            PIC 9(07)       VALUE 0.
       77 WS-QTD-REPROVADOS           PIC 9(07)       VALUE 0.
       77 WS-QTD-TRANSFERIDOS         PIC 9(07)       VALUE 0.
       77 WS-QTD-ABANDONOS            PIC 9(07)       VALUE 0.
       77 WS-QTD-FALECIDOS            PIC 9(07)       VALUE 0.
       77 WS-QTD-SEM-SITUACAO         PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-ID               PIC 9(05)       VALUE 0.
       77 WS-QTD-FORA-DO-ANO          PIC 9(05)       VALUE 0.
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
            DISPLAY 'EXTRATO DO CENSO ESCOLAR - 2A ETAPA (SITUACAO DO '
                    'ALUNO)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            MOVE 0 TO PE-ANO-LETIVO
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            DISPLAY 'ANO LETIVO DO CENSO (0 = ' PE-ANO-LETIVO '): '
            ACCEPT WS-ANO-CENSO
            IF WS-ANO-CENSO IS NOT NUMERIC OR WS-ANO-CENSO = 0 THEN
               MOVE PE-ANO-LETIVO TO WS-ANO-CENSO
            END-IF
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            PERFORM P050-CARREGAR-PROMOCAO
            IF WS-ANO-PROMOCAO NOT = WS-ANO-CENSO THEN
               DISPLAY 'PROMOCAO.TXT EH DO ANO ' WS-ANO-PROMOCAO
                       ', NAO DE ' WS-ANO-CENSO
                       ' - RODE PROMOCAO-ALUNOS DO ANO ANTES'
               STOP RUN
            END-IF
            PERFORM P060-CARREGAR-SAIDAS

            OPEN INPUT UNIDADE-FILE
            IF FS-UNIDADE NOT = '00' THEN
               DISPLAY 'CODIGO INEP DA ESCOLA.........: '
               ACCEPT WS-CODIGO-ESCOLA
               DISPLAY 'NOME DA ESCOLA................: '
               ACCEPT WS-NOME-ESCOLA
               MOVE SPACES TO WS-UNIDADE-EXTRATO
               MOVE '../../CENSO-SITUACAO.TXT' TO WS-NOME-CENSO
               MOVE '../../CENSO-SITUACAO-PENDENCIAS.TXT'
                 TO WS-NOME-PENDENCIAS
               PERFORM P400-GERAR-EXTRATO
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-UNIDADE = 'F'
                  READ UNIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF-UNIDADE
                       NOT AT END
                           IF UN-UNIDADE-ATIVA AND
                              (WS-UNIDADE-FILTRO = SPACES OR
                               WS-UNIDADE-FILTRO = UN-CD-UNIDADE) THEN
                              PERFORM P380-PREPARAR-UNIDADE
                              PERFORM P400-GERAR-EXTRATO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE UNIDADE-FILE
               DISPLAY 'EXTRATOS GERADOS (UM POR UNIDADE): '
                       WS-QTD-EXTRATOS
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * DECISOES DO ANO: A PRIMEIRA LINHA ('PROMOCAO/RETENCAO ANUAL -
      * ANO AAAA ...') DA O ANO; AS LINHAS DE ALUNO COMECAM PELO
      * CODIGO NUMERICO.
      *-----------------------------------------------------------------
       P050-CARREGAR-PROMOCAO.
            MOVE SPACES TO WS-ANO-PROMOCAO
            MOVE 0 TO WS-QTD-DECISOES
            MOVE 'N' TO WS-EOF
            OPEN INPUT PROMOCAO-FILE
            IF FS-PROMOCAO NOT = '00' THEN
               MOVE 'F' TO WS-EOF
               MOVE 'NENH' TO WS-ANO-PROMOCAO
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ PROMOCAO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF REC-PROMOCAO (1:30) =
                           'PROMOCAO/RETENCAO ANUAL - ANO ' THEN
                           MOVE REC-PROMOCAO (31:4) TO WS-ANO-PROMOCAO
                        ELSE
                           PERFORM P055-GUARDAR-DECISAO
                        END-IF
               END-READ
            END-PERFORM
            IF FS-PROMOCAO = '00' OR FS-PROMOCAO = '10' THEN
               CLOSE PROMOCAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P055-GUARDAR-DECISAO.
            MOVE SPACES TO WS-CD-LIDO
            MOVE SPACES TO WS-NM-LIDO
            MOVE SPACES TO WS-RESULTADO-LIDO
            UNSTRING REC-PROMOCAO DELIMITED BY ' - '
                     INTO WS-CD-LIDO, WS-NM-LIDO, WS-RESULTADO-LIDO
            END-UNSTRING
            IF WS-CD-LIDO (1:5) IS NUMERIC AND
               WS-QTD-DECISOES < 3000 THEN
               ADD 1 TO WS-QTD-DECISOES
               MOVE WS-CD-LIDO (1:5)
                 TO WS-DEC-CD-STUDENT (WS-QTD-DECISOES)
               MOVE WS-RESULTADO-LIDO
                 TO WS-DEC-RESULTADO (WS-QTD-DECISOES)
            END-IF
            .
       P055-FIM.
      *-----------------------------------------------------------------
       P060-CARREGAR-SAIDAS.
            MOVE 0 TO WS-QTD-SAIDAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT SAIDA-FILE
            IF FS-SAIDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SAIDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-SAIDAS < 1000 THEN
                              ADD 1 TO WS-QTD-SAIDAS
                              MOVE TS-CD-STUDENT TO
                                   WS-SAI-CD-STUDENT (WS-QTD-SAIDAS)
                              MOVE TS-DATA-SAIDA TO
                                   WS-SAI-DATA (WS-QTD-SAIDAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * UM ALUNO DO MESTRE: SO ENTRA QUEM ESTEVE MATRICULADO NO ANO
      * (MATRICULA ATE O ANO DO CENSO E, SE SAIU, SAIDA NO ANO OU
      * DEPOIS). A SITUACAO SAI DO CICLO DE VIDA; ATIVO E CONCLUIDO
      * DEPENDEM DA DECISAO DE PROMOCAO. SEM SITUACAO OU SEM ID
      * OFICIAL, O ALUNO VAI PARA AS PENDENCIAS COM O MOTIVO. O
      * CADASTRO UNIFICADO ('U') NEM CHEGA AQUI: EH SO O PONTEIRO PARA
      * O SOBREVIVENTE, QUE JA SAI COM A SITUACAO DELE.
      *-----------------------------------------------------------------
       P200-PROCESSAR-ALUNO.
            IF DT-MATRICULA IS NUMERIC AND
               DT-MATRICULA (5:4) > WS-ANO-CENSO THEN
               ADD 1 TO WS-QTD-FORA-DO-ANO
            ELSE
               MOVE 0 TO WS-DATA-SAIDA
               IF ST-ALUNO NOT = 'A' THEN
                  PERFORM P210-DATA-SAIDA
               END-IF
               IF WS-DATA-SAIDA > 0 AND
                  WS-ANO-SAIDA < WS-ANO-CENSO THEN
                  ADD 1 TO WS-QTD-FORA-DO-ANO
               ELSE
                  PERFORM P220-DETERMINAR-SITUACAO
                  IF WS-SITUACAO-CENSO = 0 THEN
                     ADD 1 TO WS-QTD-SEM-SITUACAO
                     PERFORM P290-GRAVAR-PENDENCIA
                  ELSE
                     CALL 'BUSCAR-ID-OFICIAL'
                                   USING CD-STUDENT, WS-ID-OFICIAL,
                                         WS-RETORNO-ID
                     IF WS-RETORNO-ID NOT = 0 OR
                        WS-ID-OFICIAL = SPACES THEN
                        ADD 1 TO WS-QTD-SEM-ID
                        MOVE 'SEM ID OFICIAL EM IDS-OFICIAIS.TXT'
                          TO WS-MOTIVO-PENDENCIA
                        PERFORM P290-GRAVAR-PENDENCIA
                     ELSE
                        PERFORM P300-GRAVAR-DETALHE
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * DATA DA SAIDA: DT-SITUACAO DO MESTRE; PARA O TRANSFERIDO SEM
      * ELA, A DATA DE TRANSFERENCIAS-SAIDA.TXT.
      *-----------------------------------------------------------------
       P210-DATA-SAIDA.
            IF DT-SITUACAO IS NUMERIC AND DT-SITUACAO > 0 THEN
               MOVE DT-SITUACAO TO WS-DATA-SAIDA
            ELSE
               IF ST-TRANSFERIDO THEN
                  PERFORM VARYING WS-IDX-SAIDA FROM 1 BY 1
                          UNTIL WS-IDX-SAIDA > WS-QTD-SAIDAS
                     IF WS-SAI-CD-STUDENT (WS-IDX-SAIDA) = CD-STUDENT
                        AND WS-SAI-DATA (WS-IDX-SAIDA) IS NUMERIC THEN
                        MOVE WS-SAI-DATA (WS-IDX-SAIDA)
                          TO WS-DATA-SAIDA
                     END-IF
                  END-PERFORM
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-DETERMINAR-SITUACAO.
            MOVE 0 TO WS-SITUACAO-CENSO
            MOVE SPACES TO WS-MOTIVO-PENDENCIA
            EVALUATE TRUE
               WHEN ST-TRANSFERIDO
                  MOVE 3 TO WS-SITUACAO-CENSO
               WHEN ST-EVADIDO OR ST-TRANCADO
                  MOVE 4 TO WS-SITUACAO-CENSO
               WHEN ST-FALECIDO
                  MOVE 5 TO WS-SITUACAO-CENSO
               WHEN ST-ATIVO OR ST-CONCLUIDO
                  PERFORM P230-DECISAO-PROMOCAO
               WHEN OTHER
                  STRING 'SITUACAO GENERICA (ST-ALUNO ' ST-ALUNO
                         ') - DEFINIR NO PROGARQ002'
                         DELIMITED BY SIZE INTO WS-MOTIVO-PENDENCIA
                  END-STRING
            END-EVALUATE
            IF WS-SITUACAO-CENSO >= 3 AND WS-DATA-SAIDA = 0 THEN
               MOVE 0 TO WS-SITUACAO-CENSO
               MOVE 'SAIDA SEM DATA EFETIVA (DT-SITUACAO EM BRANCO)'
                 TO WS-MOTIVO-PENDENCIA
            END-IF
            .
       P220-FIM.
      *-----------------------------------------------------------------
       P230-DECISAO-PROMOCAO.
            MOVE SPACES TO WS-RESULTADO-ALUNO
            PERFORM VARYING WS-IDX-DECISAO FROM 1 BY 1
                    UNTIL WS-IDX-DECISAO > WS-QTD-DECISOES
               IF WS-DEC-CD-STUDENT (WS-IDX-DECISAO) = CD-STUDENT THEN
                  MOVE WS-DEC-RESULTADO (WS-IDX-DECISAO)
                    TO WS-RESULTADO-ALUNO
               END-IF
            END-PERFORM
            EVALUATE TRUE
               WHEN WS-RESULTADO-ALUNO (1:9) = 'PROMOVIDO'
                  MOVE 1 TO WS-SITUACAO-CENSO
               WHEN WS-RESULTADO-ALUNO (1:6) = 'RETIDO'
                  MOVE 2 TO WS-SITUACAO-CENSO
               WHEN WS-RESULTADO-ALUNO (1:10) = 'INCOMPLETO'
                  MOVE 'PROMOCAO INCOMPLETA (FALTA MATERIA)'
                    TO WS-MOTIVO-PENDENCIA
               WHEN OTHER
                  MOVE 'SEM DECISAO EM PROMOCAO.TXT'
                    TO WS-MOTIVO-PENDENCIA
            END-EVALUATE
            .
       P230-FIM.
      *-----------------------------------------------------------------
       P290-GRAVAR-PENDENCIA.
            MOVE SPACES TO REC-PENDENCIA
            STRING 'ALUNO ' CD-STUDENT ' ' NM-STUDENT ' TURMA '
                   CD-TURMA ' SIT ' ST-ALUNO ' - ' WS-MOTIVO-PENDENCIA
                   DELIMITED BY SIZE INTO REC-PENDENCIA
            END-STRING
            WRITE REC-PENDENCIA
            .
       P290-FIM.
      *-----------------------------------------------------------------
      * DETALHE NO LAYOUT DA 2A ETAPA: A DATA DA SAIDA (DDMMAAAA NO
      * MESTRE) SAI EM AAAAMMDD; A SERIE VEM DO CADASTRO DA TURMA.
      *-----------------------------------------------------------------
       P300-GRAVAR-DETALHE.
            ADD 1 TO WS-QTD-INCLUIDOS
            EVALUATE WS-SITUACAO-CENSO
               WHEN 1
                  ADD 1 TO WS-QTD-APROVADOS
               WHEN 2
                  ADD 1 TO WS-QTD-REPROVADOS
               WHEN 3
                  ADD 1 TO WS-QTD-TRANSFERIDOS
               WHEN 4
                  ADD 1 TO WS-QTD-ABANDONOS
               WHEN 5
                  ADD 1 TO WS-QTD-FALECIDOS
            END-EVALUATE

            MOVE 0 TO WS-SERIE-ALUNO
            CALL 'BUSCAR-TURMA'
                          USING CD-TURMA, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
               MOVE TU-SERIE TO WS-SERIE-ALUNO
            END-IF

            MOVE SPACES TO REC-CENSO
            MOVE 'D' TO CS-TIPO
            MOVE WS-ID-OFICIAL TO CS-ID-OFICIAL
            MOVE CD-STUDENT TO CS-CD-STUDENT
            MOVE NM-STUDENT TO CS-NM-STUDENT
            MOVE WS-SERIE-ALUNO TO CS-SERIE
            MOVE CD-TURMA TO CS-CD-TURMA
            MOVE WS-SITUACAO-CENSO TO CS-SITUACAO
            MOVE 0 TO CS-DATA-SITUACAO
            IF WS-SITUACAO-CENSO >= 3 THEN
               COMPUTE CS-DATA-SITUACAO =
                       (WS-ANO-SAIDA * 10000)
                     + (WS-MES-SAIDA * 100) + WS-DIA-SAIDA
            END-IF
            WRITE REC-CENSO
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P900-RESUMO-PENDENCIAS.
            MOVE SPACES TO REC-PENDENCIA
            WRITE REC-PENDENCIA
            MOVE SPACES TO REC-PENDENCIA
            STRING 'NO EXTRATO: ' WS-QTD-INCLUIDOS
                   ' - APROVADOS ' WS-QTD-APROVADOS
                   ' REPROVADOS ' WS-QTD-REPROVADOS
                   ' TRANSFERIDOS ' WS-QTD-TRANSFERIDOS
                   DELIMITED BY SIZE INTO REC-PENDENCIA
            END-STRING
            WRITE REC-PENDENCIA
            MOVE SPACES TO REC-PENDENCIA
            STRING '            DEIXARAM DE FREQUENTAR '
                   WS-QTD-ABANDONOS
                   ' FALECIDOS ' WS-QTD-FALECIDOS
                   DELIMITED BY SIZE INTO REC-PENDENCIA
            END-STRING
            WRITE REC-PENDENCIA
            MOVE SPACES TO REC-PENDENCIA
            STRING 'FORA DO EXTRATO: SEM SITUACAO ' WS-QTD-SEM-SITUACAO
                   ' SEM ID OFICIAL ' WS-QTD-SEM-ID
                   ' (FORA DO ANO, NAO LISTADOS: ' WS-QTD-FORA-DO-ANO
                   ')'
                   DELIMITED BY SIZE INTO REC-PENDENCIA
            END-STRING
            WRITE REC-PENDENCIA
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DA UNIDADE NO CENSO (INEP E NOME DO CADASTRO DE
      * UNIDADES) E OS NOMES DOS ARQUIVOS DELA.
      *-----------------------------------------------------------------
       P380-PREPARAR-UNIDADE.
            MOVE UN-CD-UNIDADE TO WS-UNIDADE-EXTRATO
            MOVE UN-CD-INEP TO WS-CODIGO-ESCOLA
            MOVE UN-NM-UNIDADE TO WS-NOME-ESCOLA
            MOVE SPACES TO WS-NOME-CENSO
            STRING '../../CENSO-SITUACAO-' WS-UNIDADE-EXTRATO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-CENSO
            END-STRING
            MOVE SPACES TO WS-NOME-PENDENCIAS
            STRING '../../CENSO-SITUACAO-PENDENCIAS-'
                   WS-UNIDADE-EXTRATO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-PENDENCIAS
            END-STRING
            ADD 1 TO WS-QTD-EXTRATOS
            .
       P380-FIM.
      *-----------------------------------------------------------------
      * UM EXTRATO COMPLETO DA 2A ETAPA (CABECALHO, DETALHES, RODAPE E
      * AS PENDENCIAS) COM OS ALUNOS DA UNIDADE EM WS-UNIDADE-EXTRATO
      * - EM BRANCO, O MESTRE INTEIRO (ESCOLA UNICA).
      *-----------------------------------------------------------------
       P400-GERAR-EXTRATO.
            MOVE 0 TO WS-QTD-INCLUIDOS
            MOVE 0 TO WS-QTD-APROVADOS
            MOVE 0 TO WS-QTD-REPROVADOS
            MOVE 0 TO WS-QTD-TRANSFERIDOS
            MOVE 0 TO WS-QTD-ABANDONOS
            MOVE 0 TO WS-QTD-FALECIDOS
            MOVE 0 TO WS-QTD-SEM-SITUACAO
            MOVE 0 TO WS-QTD-SEM-ID
            MOVE 0 TO WS-QTD-FORA-DO-ANO

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
               STOP RUN
            END-IF
            OPEN OUTPUT CENSO-FILE
            OPEN OUTPUT PENDENCIA-FILE

            MOVE SPACES TO REC-CENSO
            MOVE 'H' TO CS-TIPO
            MOVE WS-CODIGO-ESCOLA TO CS-CODIGO-ESCOLA
            MOVE WS-NOME-ESCOLA TO CS-NOME-ESCOLA
            MOVE WS-ANO-CENSO TO CS-ANO-LETIVO
            MOVE '2' TO CS-ETAPA
            MOVE WS-DATA-EMISSAO TO CS-DATA-GERACAO
            WRITE REC-CENSO

            MOVE SPACES TO REC-PENDENCIA
            STRING 'PRE-SUBMISSAO DO CENSO - 2A ETAPA - ANO '
                   WS-ANO-CENSO ' - ALUNOS FORA DO EXTRATO'
                   DELIMITED BY SIZE INTO REC-PENDENCIA
            END-STRING
            WRITE REC-PENDENCIA
            MOVE SPACES TO REC-PENDENCIA
            WRITE REC-PENDENCIA

            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-EXTRATO,
                                            CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF WS-RETORNO-UNIDADE = 0 AND
                           NOT ST-UNIFICADO THEN
                           PERFORM P200-PROCESSAR-ALUNO
                        END-IF
               END-READ
            END-PERFORM

            MOVE SPACES TO REC-CENSO
            MOVE 'T' TO CS-TIPO
            MOVE WS-QTD-INCLUIDOS    TO CS-QTD-DETALHES
            MOVE WS-QTD-APROVADOS    TO CS-QTD-APROVADOS
            MOVE WS-QTD-REPROVADOS   TO CS-QTD-REPROVADOS
            MOVE WS-QTD-TRANSFERIDOS TO CS-QTD-TRANSFERIDOS
            MOVE WS-QTD-ABANDONOS    TO CS-QTD-ABANDONOS
            MOVE WS-QTD-FALECIDOS    TO CS-QTD-FALECIDOS
            WRITE REC-CENSO

            PERFORM P900-RESUMO-PENDENCIAS

            CLOSE STUDENT
            CLOSE CENSO-FILE
            CLOSE PENDENCIA-FILE

            DISPLAY 'EXTRATO GERADO: ' WS-NOME-CENSO (7:44)
            DISPLAY 'ALUNOS NO EXTRATO.............: ' WS-QTD-INCLUIDOS
            DISPLAY 'SEM SITUACAO DETERMINAVEL.....: '
                    WS-QTD-SEM-SITUACAO
            DISPLAY 'SEM ID OFICIAL................: ' WS-QTD-SEM-ID
            IF WS-QTD-SEM-SITUACAO > 0 OR WS-QTD-SEM-ID > 0 THEN
               DISPLAY 'CONFIRA ' WS-NOME-PENDENCIAS (7:44)
               DISPLAY 'ANTES DE SUBMETER'
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CENSO-SITUACAO' TO LY-PROGRAMA
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
      * RELATORIOS. O EXTRATO DESTE PROGRAMA SAI DA ESCOLA - NAO
      * EH GERADO A PARTIR DE UMA COPIA DE TREINAMENTO.
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
               DISPLAY 'EXTRATO PARA FORA DA ESCOLA NAO EH GERADO NO '
                       'AMBIENTE DE TREINAMENTO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P005-FIM.
       END PROGRAM CENSO-SITUACAO.
