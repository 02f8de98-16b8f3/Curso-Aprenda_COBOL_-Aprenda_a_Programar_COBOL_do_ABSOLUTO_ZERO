      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: FICHA DO ALUNO - CONSULTA UNICA PARA O ATENDIMENTO:
      *          PARA RESPONDER UM TELEFONEMA A SECRETARIA RODAVA
      *          PROGARQ001, CONSULTAR-FAMILIA, RESUMO-ALUNO E
      *          TRATAR-EXCECOES UM ATRAS DO OUTRO. AQUI, DADO O
      *          CD-STUDENT OU O NOME (VIA BUSCAR-ALUNO-NOME), A FICHA
      *          SAI EM PAGINAS NO TERMINAL:
      *          1 - CADASTRO E SITUACAO (CICLO DE VIDA COM A DATA
      *              EFETIVA), TURMA E SERIE;
      *          2 - RESPONSAVEIS (RESPONSAVEIS.TXT);
      *          3 - HORARIO DA TURMA (HORARIO.TXT) EM GRADE;
      *          4 - PERIODO CORRENTE (LER-PERIODO): MEDIAS POR
      *              MATERIA NO HISTORICO VIVO E FREQUENCIA APURADA
      *              (FREQUENCIA-APURADA.TXT);
      *          5 - PENDENCIAS: DEPENDENCIAS ABERTAS, RECUPERACOES
      *              NAO RESOLVIDAS, EXCECOES ABERTAS E RECURSOS DE
      *              NOTA ABERTOS;
      *          6 - OS ULTIMOS N EVENTOS DE AUDITORIA DO ALUNO
      *              (NOTAS EM AUDITORIA.TXT, CADASTRO EM JORNAL.TXT) -
      *              SO PARA COORDENADOR/ADMIN.
      *          SO LEITURA: NADA EH GRAVADO NOS ARQUIVOS CONSULTADOS.
      *          SO OPERADOR CADASTRADO ENTRA, E COMO A FICHA EXPOE
      *          DADOS PESSOAIS TODA CONSULTA EH REGISTRADA EM
      *          CONSULTAS-FICHA.TXT (VEJA CONSULTA-FICHA-RECORD.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-ALUNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT FREQUENCIA-FILE ASSIGN TO
           '../../FREQUENCIA-APURADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FREQUENCIA.

           SELECT DEPENDENCIA-FILE ASSIGN TO
           '../../DEPENDENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPENDENCIA.

           SELECT EXCEPTION-FILE ASSIGN TO
           '../../EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECAO.

           SELECT RECURSO-FILE ASSIGN TO
           '../../RECURSOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECURSO.

           SELECT AUDITORIA-FILE ASSIGN TO
           '../../AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT JORNAL-FILE ASSIGN TO
           '../../JORNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNAL.

           SELECT CONSULTA-FILE ASSIGN TO
           '../../CONSULTAS-FICHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSULTA.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD FREQUENCIA-FILE.
           COPY FREQUENCIA-RECORD.
       FD DEPENDENCIA-FILE.
           COPY DEPENDENCIA-RECORD.
       FD EXCEPTION-FILE.
           COPY EXCECAO-RECORD.
       FD RECURSO-FILE.
           COPY RECURSO-RECORD.
       FD AUDITORIA-FILE.
           COPY AUDITORIA-RECORD.
       FD JORNAL-FILE.
           COPY JORNAL-RECORD.
       FD CONSULTA-FILE.
           COPY CONSULTA-FICHA-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 FS-FREQUENCIA               PIC X(02)       VALUE SPACES.
       77 FS-DEPENDENCIA              PIC X(02)       VALUE SPACES.
       77 FS-EXCECAO                  PIC X(02)       VALUE SPACES.
       77 FS-RECURSO                  PIC X(02)       VALUE SPACES.
       77 FS-AUDITORIA                PIC X(02)       VALUE SPACES.
       77 FS-JORNAL                   PIC X(02)       VALUE SPACES.
       77 FS-CONSULTA                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): A FICHA
      * DE ALUNO DE OUTRA UNIDADE NAO EH EXIBIDA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
      * A FICHA EM EXIBICAO.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-FORMA-BUSCA              PIC X(01)       VALUE SPACE.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-PAGINA                   PIC 9(01)       VALUE 0.
       77 WS-ULTIMA-PAGINA            PIC 9(01)       VALUE 5.
       77 WS-PAGINAS-VISTAS           PIC 9(01)       VALUE 0.
       77 WS-CONTINUA                 PIC X(01)       VALUE SPACE.
       77 WS-QTD-LINHAS               PIC 9(03)       VALUE 0.
       77 WS-DESCRICAO-SITUACAO       PIC X(12)       VALUE SPACES.
           COPY TURMA-RECORD.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * GRADE DO HORARIO: DIA DA SEMANA (2 = SEGUNDA ... 7 = SABADO,
      * COMO CALCULAR-DIA-SEMANA) X PERIODO DE AULA (1 A 9).
       01 WS-GRADE-HORARIO.
           02 WS-GRADE-DIA OCCURS 7 TIMES.
              03 WS-GRADE-AULA OCCURS 9 TIMES.
                 04 WS-GR-MATERIA     PIC X(05).
       77 WS-IDX-DIA                  PIC 9(01)       VALUE 0.
       77 WS-IDX-AULA                 PIC 9(02)       VALUE 0.
       77 WS-AULA-TEM-SLOT            PIC 9(01)       VALUE 0.
      * ULTIMOS N EVENTOS DE AUDITORIA: A TABELA GUARDA SO OS N MAIS
      * RECENTES (O MAIS ANTIGO SAI PELO TOPO QUANDO ENCHE).
       77 WS-QTD-EVENTOS-MAX          PIC 9(02)       VALUE 10.
       77 WS-QTD-EVENTOS              PIC 9(02)       VALUE 0.
       77 WS-IDX-EVENTO               PIC 9(02)       VALUE 0.
       01 WS-TABELA-EVENTOS.
           02 WS-EVENTO-ITEM OCCURS 20 TIMES.
              03 WS-EV-LINHA          PIC X(78).
       01 WS-LINHA-EVENTO             PIC X(78)       VALUE SPACES.
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
            DISPLAY 'FICHA DO ALUNO - CONSULTA (SO LEITURA)'
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

      * A TRILHA DE AUDITORIA (PAGINA 6) EH DE COORDENADOR PARA CIMA.
            IF WS-PERFIL-OPERADOR = 'C' OR WS-PERFIL-OPERADOR = 'A'
               THEN
               MOVE 6 TO WS-ULTIMA-PAGINA
               MOVE 0 TO WS-QTD-EVENTOS-MAX
               DISPLAY 'EVENTOS DE AUDITORIA POR FICHA (ENTER = 10, '
                       'MAXIMO 20): '
               ACCEPT WS-QTD-EVENTOS-MAX
               IF WS-QTD-EVENTOS-MAX = 0 THEN
                  MOVE 10 TO WS-QTD-EVENTOS-MAX
               END-IF
               IF WS-QTD-EVENTOS-MAX > 20 THEN
                  MOVE 20 TO WS-QTD-EVENTOS-MAX
               END-IF
            ELSE
               MOVE 5 TO WS-ULTIMA-PAGINA
            END-IF

            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF

            MOVE 0 TO WS-OPCAO
            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '1 - FICHA PELO CODIGO DO ALUNO'
               DISPLAY '2 - BUSCAR O ALUNO PELO NOME'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO.........................: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                  WHEN 1
                     MOVE 'C' TO WS-FORMA-BUSCA
                     DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
                     ACCEPT WS-CD-DIGITADO
                     PERFORM P200-EXIBIR-FICHA
                  WHEN 2
                     MOVE 'N' TO WS-FORMA-BUSCA
                     CALL 'BUSCAR-ALUNO-NOME'
                     MOVE 0 TO WS-CD-DIGITADO
                     DISPLAY 'CODIGO DO ALUNO DA LISTA (0 = NENHUM): '
                     ACCEPT WS-CD-DIGITADO
                     IF WS-CD-DIGITADO > 0 THEN
                        PERFORM P200-EXIBIR-FICHA
                     END-IF
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            CLOSE STUDENT
            STOP RUN.
      *-----------------------------------------------------------------
      * UMA FICHA: PAGINA A PAGINA, COM ENTER PARA SEGUIR OU 9 PARA
      * ENCERRAR. A CONSULTA EH REGISTRADA COM AS PAGINAS VISTAS.
      *-----------------------------------------------------------------
       P200-EXIBIR-FICHA.
            MOVE WS-CD-DIGITADO TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-ACHOU-ALUNO
            READ STUDENT
                 INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
            END-READ
            IF WS-ACHOU-ALUNO = 1 THEN
               CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                             CD-UNIDADE,
                                             WS-RETORNO-UNIDADE
               IF WS-RETORNO-UNIDADE NOT = 0 THEN
                  DISPLAY 'ALUNO ' WS-CD-DIGITADO ' DE OUTRA UNIDADE '
                          'ESCOLAR - FICHA NEGADA'
                  MOVE 2 TO WS-ACHOU-ALUNO
               END-IF
            END-IF
            IF WS-ACHOU-ALUNO = 0 THEN
               DISPLAY 'ALUNO ' WS-CD-DIGITADO ' NAO ENCONTRADO NO '
                       'MESTRE'
            END-IF
            IF WS-ACHOU-ALUNO = 1 THEN
               MOVE 0 TO WS-PAGINAS-VISTAS
               MOVE SPACE TO WS-CONTINUA
               PERFORM VARYING WS-PAGINA FROM 1 BY 1
                       UNTIL WS-PAGINA > WS-ULTIMA-PAGINA
                          OR WS-CONTINUA = '9'
                  DISPLAY ' '
                  DISPLAY '=========================================='
                          '======================================'
                  DISPLAY 'FICHA DO ALUNO ' CD-STUDENT ' - '
                          NM-STUDENT '   PAGINA ' WS-PAGINA '/'
                          WS-ULTIMA-PAGINA
                  DISPLAY '=========================================='
                          '======================================'
                  EVALUATE WS-PAGINA
                     WHEN 1
                        PERFORM P300-PAGINA-CADASTRO
                     WHEN 2
                        PERFORM P400-PAGINA-RESPONSAVEIS
                     WHEN 3
                        PERFORM P500-PAGINA-HORARIO
                     WHEN 4
                        PERFORM P600-PAGINA-PERIODO
                     WHEN 5
                        PERFORM P700-PAGINA-PENDENCIAS
                     WHEN 6
                        PERFORM P800-PAGINA-AUDITORIA
                  END-EVALUATE
                  ADD 1 TO WS-PAGINAS-VISTAS
                  IF WS-PAGINA < WS-ULTIMA-PAGINA THEN
                     DISPLAY '--- ENTER = PROXIMA PAGINA, 9 = ENCERRAR '
                             'A FICHA ---'
                     MOVE SPACE TO WS-CONTINUA
                     ACCEPT WS-CONTINUA
                  END-IF
               END-PERFORM
               PERFORM P900-REGISTRAR-CONSULTA
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P300-PAGINA-CADASTRO.
            EVALUATE TRUE
               WHEN ST-ATIVO
                  MOVE 'ATIVO' TO WS-DESCRICAO-SITUACAO
               WHEN ST-INATIVO
                  MOVE 'INATIVO' TO WS-DESCRICAO-SITUACAO
               WHEN ST-TRANCADO
                  MOVE 'TRANCADO' TO WS-DESCRICAO-SITUACAO
               WHEN ST-TRANSFERIDO
                  MOVE 'TRANSFERIDO' TO WS-DESCRICAO-SITUACAO
               WHEN ST-EVADIDO
                  MOVE 'EVADIDO' TO WS-DESCRICAO-SITUACAO
               WHEN ST-CONCLUIDO
                  MOVE 'CONCLUIDO' TO WS-DESCRICAO-SITUACAO
               WHEN ST-FALECIDO
                  MOVE 'FALECIDO' TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                  MOVE 'DESCONHECIDA' TO WS-DESCRICAO-SITUACAO
            END-EVALUATE

            DISPLAY 'CADASTRO E SITUACAO'
            DISPLAY 'CODIGO........................: ' CD-STUDENT
            DISPLAY 'NOME..........................: ' NM-STUDENT
            DISPLAY 'MATRICULA.....................: '
                    NR-MATRICULA-BASE '-' NR-MATRICULA-DV
            DISPLAY 'NASCIMENTO (DDMMAAAA).........: ' DT-NASCIMENTO
            DISPLAY 'DATA DA MATRICULA.............: ' DT-MATRICULA
            DISPLAY 'SITUACAO......................: ' ST-ALUNO ' - '
                    WS-DESCRICAO-SITUACAO
            IF DT-SITUACAO IS NUMERIC AND DT-SITUACAO > 0 THEN
               DISPLAY 'SITUACAO VALE DESDE...........: ' DT-SITUACAO
            END-IF

            CALL 'BUSCAR-TURMA'
                          USING CD-TURMA, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
               DISPLAY 'TURMA.........................: ' CD-TURMA
                       ' - SERIE ' TU-SERIE
            ELSE
               DISPLAY 'TURMA.........................: ' CD-TURMA
                       ' (FORA DO CADASTRO DE TURMAS)'
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-PAGINA-RESPONSAVEIS.
            DISPLAY 'RESPONSAVEIS'
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF RP-CD-STUDENT = CD-STUDENT THEN
                              ADD 1 TO WS-QTD-LINHAS
                              DISPLAY '  ' RP-NM-RESPONSAVEL
                                      ' TIPO ' RP-TIPO
                                      ' TEL ' RP-TELEFONE
                              DISPLAY '     ' RP-ENDERECO-1
                              DISPLAY '     ' RP-ENDERECO-2
                              DISPLAY '     CORRESPONDENCIA: '
                                      RP-CORRESPONDENCIA
                                      '  AVISO POR SMS: ' RP-AVISO-SMS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  SEM RESPONSAVEL CADASTRADO (VEJA PROGARQ005)'
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * GRADE SEMANAL DA TURMA DO ALUNO: UMA LINHA POR PERIODO DE AULA
      * QUE TENHA ALGUMA MATERIA, UMA COLUNA POR DIA (SEG A SAB).
      *-----------------------------------------------------------------
       P500-PAGINA-HORARIO.
            DISPLAY 'HORARIO DA TURMA ' CD-TURMA
            INITIALIZE WS-GRADE-HORARIO
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF HR-CD-TURMA = CD-TURMA AND
                              HR-DIA-SEMANA > 1 AND
                              HR-DIA-SEMANA < 8 AND
                              HR-PERIODO-AULA > 0 THEN
                              ADD 1 TO WS-QTD-LINHAS
                              MOVE HR-CD-MATERIA
                                TO WS-GR-MATERIA (HR-DIA-SEMANA,
                                                  HR-PERIODO-AULA)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  TURMA SEM HORARIO GERADO (VEJA GERAR-HORARIO)'
            ELSE
               DISPLAY '  AULA  SEG   TER   QUA   QUI   SEX   SAB'
               PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                       UNTIL WS-IDX-AULA > 9
                  MOVE 0 TO WS-AULA-TEM-SLOT
                  PERFORM VARYING WS-IDX-DIA FROM 2 BY 1
                          UNTIL WS-IDX-DIA > 7
                     IF WS-GR-MATERIA (WS-IDX-DIA, WS-IDX-AULA)
                        NOT = SPACES THEN
                        MOVE 1 TO WS-AULA-TEM-SLOT
                     END-IF
                  END-PERFORM
                  IF WS-AULA-TEM-SLOT = 1 THEN
                     DISPLAY '   ' WS-IDX-AULA '   '
                             WS-GR-MATERIA (2, WS-IDX-AULA) ' '
                             WS-GR-MATERIA (3, WS-IDX-AULA) ' '
                             WS-GR-MATERIA (4, WS-IDX-AULA) ' '
                             WS-GR-MATERIA (5, WS-IDX-AULA) ' '
                             WS-GR-MATERIA (6, WS-IDX-AULA) ' '
                             WS-GR-MATERIA (7, WS-IDX-AULA)
                  END-IF
               END-PERFORM
            END-IF
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * PERIODO CORRENTE: MEDIAS DO HISTORICO VIVO (SEM ESTORNADOS)
      * CARIMBADAS COM O ANO/BIMESTRE EM VIGOR E A FREQUENCIA APURADA
      * POR MATERIA.
      *-----------------------------------------------------------------
       P600-PAGINA-PERIODO.
            DISPLAY 'PERIODO CORRENTE ' PE-ANO-LETIVO '/' PE-BIMESTRE
                    ' - MEDIAS'
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NH-CD-STUDENT = CD-STUDENT AND
                              NH-ANO-LETIVO = PE-ANO-LETIVO AND
                              NH-BIMESTRE = PE-BIMESTRE AND
                              NOT NH-REGISTRO-ESTORNADO THEN
                              ADD 1 TO WS-QTD-LINHAS
                              DISPLAY '  ' NH-CD-MATERIA ' '
                                      NH-NM-MATERIA ' MEDIA '
                                      NH-MEDIA ' ' NH-STATUS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  NENHUMA MEDIA LANCADA NO PERIODO'
            END-IF

            DISPLAY 'FREQUENCIA APURADA (AULAS / PRESENCAS / ABONADAS '
                    '/ %)'
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT FREQUENCIA-FILE
            IF FS-FREQUENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ FREQUENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF FA-CD-STUDENT = CD-STUDENT THEN
                              ADD 1 TO WS-QTD-LINHAS
                              IF FA-QTD-ABONADAS NOT NUMERIC THEN
                                 MOVE 0 TO FA-QTD-ABONADAS
                              END-IF
                              DISPLAY '  ' FA-CD-MATERIA ' '
                                      FA-QTD-AULAS ' / '
                                      FA-QTD-PRESENCAS ' / '
                                      FA-QTD-ABONADAS ' / '
                                      FA-PERC-FREQUENCIA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE FREQUENCIA-FILE
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  FREQUENCIA AINDA NAO APURADA (VEJA '
                       'APURAR-FREQUENCIA)'
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * O QUE ESTA EM ABERTO PARA O ALUNO, NOS MESMOS CRITERIOS DAS
      * FILAS DE CADA ASSUNTO (QUITAR-DEPENDENCIAS, RECUPERACOES-
      * PENDENTES, TRATAR-EXCECOES E REVISAO-NOTA).
      *-----------------------------------------------------------------
       P700-PAGINA-PENDENCIAS.
            DISPLAY 'DEPENDENCIAS ABERTAS'
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT DEPENDENCIA-FILE
            IF FS-DEPENDENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DEPENDENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF DP-CD-STUDENT = CD-STUDENT AND
                              DP-ABERTA THEN
                              ADD 1 TO WS-QTD-LINHAS
                              DISPLAY '  ' DP-CD-MATERIA
                                      ' - ANO DE ORIGEM '
                                      DP-ANO-ORIGEM
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  NENHUMA'
            END-IF

            DISPLAY 'RECUPERACOES NAO RESOLVIDAS'
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NH-CD-STUDENT = CD-STUDENT AND
                              NH-STATUS = 'RECUPERACAO' AND
                              NOT NH-REGISTRO-ESTORNADO THEN
                              ADD 1 TO WS-QTD-LINHAS
                              DISPLAY '  ' NH-CD-MATERIA ' '
                                      NH-NM-MATERIA ' MEDIA '
                                      NH-MEDIA ' - '
                                      NH-ANO-LETIVO '/' NH-BIMESTRE
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  NENHUMA'
            END-IF

            DISPLAY 'EXCECOES ABERTAS'
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT EXCEPTION-FILE
            IF FS-EXCECAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXCEPTION-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF XC-CD-STUDENT = CD-STUDENT AND
                              XC-ABERTA THEN
                              ADD 1 TO WS-QTD-LINHAS
                              DISPLAY '  ' XC-CD-TURMA '/'
                                      XC-CD-MATERIA ' ' XC-MOTIVO
                              DISPLAY '     (' XC-ORIGEM ' EM '
                                      XC-DATA ')'
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  NENHUMA'
            END-IF

            DISPLAY 'RECURSOS DE NOTA ABERTOS'
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT RECURSO-FILE
            IF FS-RECURSO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ RECURSO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF RC-CD-STUDENT = CD-STUDENT AND
                              RC-ABERTO THEN
                              ADD 1 TO WS-QTD-LINHAS
                              DISPLAY '  RECURSO ' RC-ID ' '
                                      RC-CD-MATERIA ' '
                                      RC-ANO-LETIVO '/' RC-BIMESTRE
                                      ' PEDIDO EM ' RC-DATA-PEDIDO
                                      ' PRAZO ' RC-DATA-LIMITE
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RECURSO-FILE
            END-IF
            IF WS-QTD-LINHAS = 0 THEN
               DISPLAY '  NENHUM'
            END-IF
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * ULTIMOS N EVENTOS: LANCAMENTOS DE NOTA (AUDITORIA.TXT) E
      * ALTERACOES DO CADASTRO NO MESTRE (JORNAL.TXT, IMAGEM DEPOIS
      * COM O CD-STUDENT NAS 5 PRIMEIRAS POSICOES).
      *-----------------------------------------------------------------
       P800-PAGINA-AUDITORIA.
            DISPLAY 'ULTIMOS ' WS-QTD-EVENTOS-MAX
                    ' LANCAMENTOS DE NOTA (AUDITORIA.TXT)'
            MOVE 0 TO WS-QTD-EVENTOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT AUDITORIA-FILE
            IF FS-AUDITORIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AUDITORIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF AU-CD-STUDENT = CD-STUDENT THEN
                              MOVE SPACES TO WS-LINHA-EVENTO
                              STRING '  ' AU-DATA-ALTERACAO ' '
                                     AU-HORA-ALTERACAO (1:6) ' '
                                     AU-CD-MATERIA ' MEDIA '
                                     AU-MEDIA ' POR ' AU-OPERADOR
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-EVENTO
                              END-STRING
                              PERFORM P810-GUARDAR-EVENTO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
            END-IF
            PERFORM P820-EXIBIR-EVENTOS

            DISPLAY 'ULTIMAS ' WS-QTD-EVENTOS-MAX
                    ' ALTERACOES DO CADASTRO (JORNAL.TXT)'
            MOVE 0 TO WS-QTD-EVENTOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT JORNAL-FILE
            IF FS-JORNAL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ JORNAL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF JN-ARQ-STUDENT AND
                              JN-IMAGEM-DEPOIS (1:5) = CD-STUDENT THEN
                              MOVE SPACES TO WS-LINHA-EVENTO
                              STRING '  ' JN-DATA ' '
                                     JN-HORA (1:6) ' '
                                     JN-OPERACAO ' ' JN-PROGRAMA
                                     ' POR ' JN-OPERADOR
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-EVENTO
                              END-STRING
                              PERFORM P810-GUARDAR-EVENTO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
            END-IF
            PERFORM P820-EXIBIR-EVENTOS
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-GUARDAR-EVENTO.
            IF WS-QTD-EVENTOS < WS-QTD-EVENTOS-MAX THEN
               ADD 1 TO WS-QTD-EVENTOS
            ELSE
               PERFORM VARYING WS-IDX-EVENTO FROM 2 BY 1
                       UNTIL WS-IDX-EVENTO > WS-QTD-EVENTOS
                  MOVE WS-EV-LINHA (WS-IDX-EVENTO)
                    TO WS-EV-LINHA (WS-IDX-EVENTO - 1)
               END-PERFORM
            END-IF
            MOVE WS-LINHA-EVENTO TO WS-EV-LINHA (WS-QTD-EVENTOS)
            .
       P810-FIM.
      *-----------------------------------------------------------------
       P820-EXIBIR-EVENTOS.
            IF WS-QTD-EVENTOS = 0 THEN
               DISPLAY '  NENHUM'
            END-IF
            PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                    UNTIL WS-IDX-EVENTO > WS-QTD-EVENTOS
               DISPLAY WS-EV-LINHA (WS-IDX-EVENTO)
            END-PERFORM
            .
       P820-FIM.
      *-----------------------------------------------------------------
      * TODA FICHA ABERTA DEIXA REGISTRO (MESMO A ENCERRADA NA
      * PRIMEIRA PAGINA).
      *-----------------------------------------------------------------
       P900-REGISTRAR-CONSULTA.
            OPEN EXTEND CONSULTA-FILE
            IF FS-CONSULTA = '35' THEN
               OPEN OUTPUT CONSULTA-FILE
            END-IF
            ACCEPT CF-DATA FROM DATE YYYYMMDD
            ACCEPT CF-HORA FROM TIME
            MOVE WS-OPERADOR        TO CF-OPERADOR
            MOVE WS-PERFIL-OPERADOR TO CF-PERFIL
            MOVE CD-STUDENT         TO CF-CD-STUDENT
            MOVE WS-FORMA-BUSCA     TO CF-FORMA-BUSCA
            MOVE WS-PAGINAS-VISTAS  TO CF-PAGINAS-VISTAS
            WRITE REG-CONSULTA-FICHA
            CLOSE CONSULTA-FILE
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'FICHA-ALUNO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

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
       END PROGRAM FICHA-ALUNO.
