      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: DECLARACOES DE BALCAO EMITIDAS A PARTIR DOS DADOS
      *          VIVOS, NO LUGAR DO TEXTO DIGITADO NO EDITOR:
      *          1 - MATRICULA: MESTRE DE ALUNOS (NUMERO DE
      *              MATRICULA, DATA DE MATRICULA, TURMA) E A
      *              SITUACAO NO CICLO DE VIDA (ST-ALUNO/DT-SITUACAO);
      *          2 - FREQUENCIA: PERCENTUAL GERAL DO ALUNO SOMADO DE
      *              FREQUENCIA-APURADA.TXT (TODAS AS MATERIAS, FALTA
      *              ABONADA CONTA COMO PRESENCA - MESMA CONTA DO
      *              APURAR-FREQUENCIA);
      *          3 - ESCOLARIDADE: SERIE/ANO CURSADO (TURMA NO
      *              CADASTRO DE TURMAS) NO ANO LETIVO CORRENTE.
      *          ALUNO QUE NAO ESTA ATIVO SAI COMO 'FOI ALUNO ATE' A
      *          DATA DA SITUACAO (TRANSFERIDO, EVADIDO, CONCLUIDO,
      *          TRANCADO, INATIVO); SEM DATA DA SITUACAO NO MESTRE A
      *          DECLARACAO EH RECUSADA, E A DE FREQUENCIA SO SAI
      *          PARA ALUNO ATIVO. CADA DECLARACAO RECEBE O PROXIMO
      *          NUMERO DO LIVRO DE DECLARACOES (DECLARACOES.TXT, VEJA
      *          DECLARACAO-RECORD.CPY), EH REGISTRADA NELE E SAI COM
      *          CODIGO DE AUTENTICACAO (CALCULAR-AUTENTICACAO, COM A
      *          MATERIA FIXA 'DECL' + TIPO, A FREQUENCIA NO LUGAR DA
      *          MEDIA E O NUMERO DA DECLARACAO COMO CARIMBO),
      *          CONFERIVEL NO BALCAO PELO VERIFICAR-AUTENTICACAO
      *          (OPCAO 4). A FOLHA SAI EM DECLARACAO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT FREQUENCIA-FILE ASSIGN TO
           '../../FREQUENCIA-APURADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FREQUENCIA.

           SELECT DECLARACAO-LOG ASSIGN TO
           '../../DECLARACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DECLARACAO.

           SELECT FOLHA-FILE ASSIGN TO
           '../../DECLARACAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD FREQUENCIA-FILE.
           COPY FREQUENCIA-RECORD.
       FD DECLARACAO-LOG.
           COPY DECLARACAO-RECORD.
       FD FOLHA-FILE.
       01 REC-FOLHA                PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-FREQUENCIA               PIC X(02)       VALUE SPACES.
       77 FS-DECLARACAO               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): ALUNO
      * DE OUTRA UNIDADE NAO RECEBE DECLARACAO POR ELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
      * CADA CONFERENCIA SO RODA COM AS ANTERIORES OK; A PRIMEIRA QUE
      * FALHAR RECUSA A EMISSAO (NADA NUMERADO, NADA IMPRESSO).
       77 WS-EMISSAO-OK               PIC X(01)       VALUE 'S'.
       77 WS-TIPO-DECLARACAO          PIC X(01)       VALUE SPACE.
       77 WS-FINALIDADE               PIC X(30)       VALUE SPACES.
       77 WS-NOME-ALUNO               PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
      * DADOS DO MESTRE GUARDADOS NA LEITURA (O ARQUIVO FECHA LOGO).
       77 WS-SITUACAO-ALUNO           PIC X(01)       VALUE SPACE.
          88 WS-ALUNO-ATIVO                   VALUE 'A'.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-NR-MATRICULA-BASE        PIC 9(07)       VALUE 0.
       77 WS-NR-MATRICULA-DV          PIC 9(01)       VALUE 0.
       77 WS-DATA-NASCIMENTO          PIC 9(08)       VALUE 0.
       77 WS-DATA-MATRICULA           PIC 9(08)       VALUE 0.
       77 WS-DATA-SITUACAO            PIC 9(08)       VALUE 0.
       77 WS-DESCRICAO-SITUACAO       PIC X(12)       VALUE SPACES.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-HORA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-NUMERO-DECLARACAO        PIC 9(06)       VALUE 0.
      * DATAS POR EXTENSO NA FOLHA (DD/MM/AAAA).
       77 WS-DATA-NASC-ED             PIC X(10)       VALUE SPACES.
       77 WS-DATA-MATR-ED             PIC X(10)       VALUE SPACES.
       77 WS-DATA-SIT-ED              PIC X(10)       VALUE SPACES.
       77 WS-DATA-EMIS-ED             PIC X(10)       VALUE SPACES.
      * TURMA E SERIE (CADASTRO DE TURMAS - SEM CADASTRO, SO A TURMA).
           COPY TURMA-RECORD.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
       77 WS-SERIE-ED                 PIC Z9.
       77 WS-TEXTO-TURMA              PIC X(30)       VALUE SPACES.
      * ANO LETIVO CORRENTE (VEJA LER-PERIODO).
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * FREQUENCIA GERAL: SOMA DE TODAS AS MATERIAS DO ALUNO.
       77 WS-TOTAL-AULAS              PIC 9(06)       VALUE 0.
       77 WS-TOTAL-PRESENCAS          PIC 9(06)       VALUE 0.
       77 WS-TOTAL-ABONADAS           PIC 9(06)       VALUE 0.
       77 WS-PERC-FREQUENCIA          PIC 9(03)V9(01) VALUE 0.
       77 WS-PERC-FREQUENCIA-ED       PIC ZZ9.9.
      * AUTENTICACAO DA DECLARACAO (VEJA CALCULAR-AUTENTICACAO):
      * MATERIA FIXA 'DECL' + TIPO IDENTIFICA O DOCUMENTO, A 'MEDIA'
      * LEVA O PERCENTUAL DE FREQUENCIA (ZERO NAS DEMAIS) E O CARIMBO
      * O NUMERO DA DECLARACAO.
           COPY AUTENTICACAO-CAMPOS.
       77 WS-RETORNO-AUTENTICACAO     PIC 9(01)       VALUE 0.
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
            DISPLAY 'EMISSAO DE DECLARACOES'
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

            DISPLAY '1 - DECLARACAO DE MATRICULA'
            DISPLAY '2 - DECLARACAO DE FREQUENCIA'
            DISPLAY '3 - DECLARACAO DE ESCOLARIDADE'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
               WHEN 1
                  MOVE 'M' TO WS-TIPO-DECLARACAO
               WHEN 2
                  MOVE 'F' TO WS-TIPO-DECLARACAO
               WHEN 3
                  MOVE 'E' TO WS-TIPO-DECLARACAO
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA'
                  STOP RUN
            END-EVALUATE

            PERFORM P100-LER-ALUNO
            IF WS-EMISSAO-OK = 'S' THEN
               PERFORM P200-CONFERIR-SITUACAO
            END-IF
            IF WS-EMISSAO-OK = 'S' AND WS-TIPO-DECLARACAO = 'F' THEN
               PERFORM P300-SOMAR-FREQUENCIA
            END-IF

            IF WS-EMISSAO-OK = 'S' THEN
               DISPLAY 'FINALIDADE (COMO INFORMADA NO BALCAO): '
               ACCEPT WS-FINALIDADE
               ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
               ACCEPT WS-HORA-EMISSAO FROM TIME
               PERFORM P400-PROXIMO-NUMERO
               PERFORM P450-AUTENTICAR
               PERFORM P500-EMITIR-FOLHA
               PERFORM P600-REGISTRAR-NO-LIVRO
               DISPLAY 'DECLARACAO NR ' WS-NUMERO-DECLARACAO
                       ' EMITIDA EM DECLARACAO.TXT'
               DISPLAY 'AUTENTICACAO DA DECLARACAO....: ' AUT-CODIGO
            ELSE
               DISPLAY 'DECLARACAO NAO EMITIDA'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P100-LER-ALUNO.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-STUDENT-REL-KEY

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               MOVE 'N' TO WS-EMISSAO-OK
            ELSE
               READ STUDENT
                    INVALID KEY
                       DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO'
                       MOVE 'N' TO WS-EMISSAO-OK
               END-READ
               IF WS-EMISSAO-OK = 'S' THEN
                  CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                CD-UNIDADE,
                                                WS-RETORNO-UNIDADE
                  IF WS-RETORNO-UNIDADE NOT = 0 THEN
                     DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                             'EMISSAO NEGADA'
                     MOVE 'N' TO WS-EMISSAO-OK
                  END-IF
               END-IF
               IF WS-EMISSAO-OK = 'S' THEN
                  MOVE NM-STUDENT TO WS-NOME-ALUNO
                  CALL 'NORMALIZAR-NOME'
                                USING WS-NOME-ALUNO,
                                      WS-RETORNO-NORMALIZAR
                  MOVE ST-ALUNO TO WS-SITUACAO-ALUNO
                  MOVE CD-TURMA TO WS-TURMA-ALUNO
                  MOVE NR-MATRICULA-BASE TO WS-NR-MATRICULA-BASE
                  MOVE NR-MATRICULA-DV TO WS-NR-MATRICULA-DV
                  MOVE DT-NASCIMENTO TO WS-DATA-NASCIMENTO
                  MOVE DT-MATRICULA TO WS-DATA-MATRICULA
                  IF DT-SITUACAO IS NUMERIC THEN
                     MOVE DT-SITUACAO TO WS-DATA-SITUACAO
                  ELSE
                     MOVE 0 TO WS-DATA-SITUACAO
                  END-IF
                  DISPLAY 'ALUNO.........................: '
                          WS-NOME-ALUNO
               END-IF
               CLOSE STUDENT
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * ALUNO ATIVO: DECLARACAO NORMAL. FORA DO ATIVO, A FOLHA DIZ
      * 'FOI ALUNO ATE' A DATA EFETIVA DA SITUACAO - SEM ESSA DATA NO
      * MESTRE (REGISTRO ANTIGO), NAO HA O QUE DECLARAR COM SEGURANCA
      * E A EMISSAO EH RECUSADA ATE A SECRETARIA COMPLETAR O CADASTRO
      * (PROGARQ002). FREQUENCIA DE QUEM JA SAIU NAO SE DECLARA.
      *-----------------------------------------------------------------
       P200-CONFERIR-SITUACAO.
            EVALUATE WS-SITUACAO-ALUNO
               WHEN 'A'
                  MOVE 'ATIVO'       TO WS-DESCRICAO-SITUACAO
               WHEN 'R'
                  MOVE 'TRANCADO'    TO WS-DESCRICAO-SITUACAO
               WHEN 'T'
                  MOVE 'TRANSFERIDO' TO WS-DESCRICAO-SITUACAO
               WHEN 'V'
                  MOVE 'EVADIDO'     TO WS-DESCRICAO-SITUACAO
               WHEN 'C'
                  MOVE 'CONCLUIDO'   TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                  MOVE 'INATIVO'     TO WS-DESCRICAO-SITUACAO
            END-EVALUATE

            IF NOT WS-ALUNO-ATIVO THEN
               EVALUATE TRUE
                  WHEN WS-TIPO-DECLARACAO = 'F'
                     DISPLAY 'ALUNO ' WS-DESCRICAO-SITUACAO
                             ' - DECLARACAO DE FREQUENCIA SO PARA '
                             'ALUNO ATIVO'
                     MOVE 'N' TO WS-EMISSAO-OK
                  WHEN WS-DATA-SITUACAO = 0
                     DISPLAY 'ALUNO ' WS-DESCRICAO-SITUACAO
                             ' SEM DATA DA SITUACAO NO CADASTRO - '
                             'COMPLETE PELO PROGARQ002'
                     MOVE 'N' TO WS-EMISSAO-OK
                  WHEN OTHER
                     DISPLAY 'ALUNO ' WS-DESCRICAO-SITUACAO
                             ' - A DECLARACAO SAI COMO FOI ALUNO ATE '
                             WS-DATA-SITUACAO
               END-EVALUATE
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * FREQUENCIA GERAL DO ALUNO: SOMA AULAS, PRESENCAS E ABONADAS DE
      * TODAS AS MATERIAS APURADAS (REGISTRO ANTIGO SEM ABONADAS CONTA
      * ZERO). SEM AULA APURADA, NAO HA PERCENTUAL A DECLARAR.
      *-----------------------------------------------------------------
       P300-SOMAR-FREQUENCIA.
            MOVE 0 TO WS-TOTAL-AULAS
            MOVE 0 TO WS-TOTAL-PRESENCAS
            MOVE 0 TO WS-TOTAL-ABONADAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT FREQUENCIA-FILE
            IF FS-FREQUENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ FREQUENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF FA-CD-STUDENT = WS-STUDENT-REL-KEY THEN
                              ADD FA-QTD-AULAS TO WS-TOTAL-AULAS
                              ADD FA-QTD-PRESENCAS
                               TO WS-TOTAL-PRESENCAS
                              IF FA-QTD-ABONADAS IS NUMERIC THEN
                                 ADD FA-QTD-ABONADAS
                                  TO WS-TOTAL-ABONADAS
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE FREQUENCIA-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-TOTAL-AULAS = 0 THEN
               DISPLAY 'NENHUMA AULA APURADA PARA O ALUNO EM '
                       'FREQUENCIA-APURADA.TXT - RODE O '
                       'APURAR-FREQUENCIA'
               MOVE 'N' TO WS-EMISSAO-OK
            ELSE
               COMPUTE WS-PERC-FREQUENCIA ROUNDED =
                       ((WS-TOTAL-PRESENCAS + WS-TOTAL-ABONADAS)
                        * 100) / WS-TOTAL-AULAS
               IF WS-PERC-FREQUENCIA > 100 THEN
                  MOVE 100 TO WS-PERC-FREQUENCIA
               END-IF
               DISPLAY 'FREQUENCIA GERAL APURADA......: '
                       WS-PERC-FREQUENCIA
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * NUMERO SEQUENCIAL: MAIOR NUMERO DO LIVRO + 1 (LIVRO AUSENTE
      * COMECA DO 1).
      *-----------------------------------------------------------------
       P400-PROXIMO-NUMERO.
            MOVE 0 TO WS-NUMERO-DECLARACAO
            MOVE 'N' TO WS-EOF
            OPEN INPUT DECLARACAO-LOG
            IF FS-DECLARACAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DECLARACAO-LOG
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF DC-NUMERO IS NUMERIC AND
                              DC-NUMERO > WS-NUMERO-DECLARACAO THEN
                              MOVE DC-NUMERO TO WS-NUMERO-DECLARACAO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DECLARACAO-LOG
            END-IF
            MOVE 'N' TO WS-EOF
            ADD 1 TO WS-NUMERO-DECLARACAO
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P450-AUTENTICAR.
            MOVE WS-STUDENT-REL-KEY TO AUT-CD-STUDENT
            MOVE SPACES TO AUT-CD-MATERIA
            STRING 'DECL' WS-TIPO-DECLARACAO
                   DELIMITED BY SIZE INTO AUT-CD-MATERIA
            END-STRING
            IF WS-TIPO-DECLARACAO = 'F' THEN
               MOVE WS-PERC-FREQUENCIA TO AUT-MEDIA
            ELSE
               MOVE 0 TO AUT-MEDIA
            END-IF
            MOVE WS-NUMERO-DECLARACAO TO AUT-CARIMBO
            MOVE WS-DATA-EMISSAO TO AUT-DATA-EMISSAO
            CALL 'CALCULAR-AUTENTICACAO'
                          USING CAMPOS-AUTENTICACAO,
                                WS-RETORNO-AUTENTICACAO
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * A FOLHA: CABECALHO COM O NUMERO, O TEXTO DO TIPO PEDIDO
      * (ATIVO OU 'FOI ALUNO ATE'), A FINALIDADE, A AUTENTICACAO E A
      * ASSINATURA DA SECRETARIA.
      *-----------------------------------------------------------------
       P500-EMITIR-FOLHA.
            PERFORM P510-PREPARAR-TEXTOS
            OPEN OUTPUT FOLHA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-FOLHA FROM AI-FAIXA
            END-IF

            MOVE SPACES TO REC-FOLHA
            STRING '==================================================='
                   '========================='
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            EVALUATE WS-TIPO-DECLARACAO
               WHEN 'M'
                  STRING '               DECLARACAO DE MATRICULA '
                         '- NR ' WS-NUMERO-DECLARACAO
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
               WHEN 'F'
                  STRING '               DECLARACAO DE FREQUENCIA '
                         '- NR ' WS-NUMERO-DECLARACAO
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
               WHEN OTHER
                  STRING '              DECLARACAO DE ESCOLARIDADE '
                         '- NR ' WS-NUMERO-DECLARACAO
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
            END-EVALUATE
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING '==================================================='
                   '========================='
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE '
                   WS-NOME-ALUNO DELIMITED BY '  '
                   ','
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING 'MATRICULA NR ' WS-NR-MATRICULA-BASE '-'
                   WS-NR-MATRICULA-DV ', NASCIDO(A) EM '
                   WS-DATA-NASC-ED ','
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            IF WS-ALUNO-ATIVO THEN
               PERFORM P520-TEXTO-ATIVO
            ELSE
               PERFORM P530-TEXTO-FOI-ALUNO
            END-IF

            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING 'FINALIDADE: ' WS-FINALIDADE
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING 'EMITIDA EM ' WS-DATA-EMIS-ED ' POR '
                   WS-OPERADOR
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING 'AUTENTICACAO: ' AUT-CODIGO
                   '   (DECLARACAO NR ' WS-NUMERO-DECLARACAO
                   ' TIPO ' WS-TIPO-DECLARACAO
                   ' EMISSAO ' WS-DATA-EMISSAO ')'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA

            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING '                 ______________________________'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING '                       SECRETARIA ESCOLAR'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            CLOSE FOLHA-FILE
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * DATAS EDITADAS E O TEXTO DA TURMA (COM A SERIE QUANDO A TURMA
      * ESTA NO CADASTRO DE TURMAS).
      *-----------------------------------------------------------------
       P510-PREPARAR-TEXTOS.
            MOVE SPACES TO WS-DATA-NASC-ED
            STRING WS-DATA-NASCIMENTO (1:2) '/'
                   WS-DATA-NASCIMENTO (3:2) '/'
                   WS-DATA-NASCIMENTO (5:4)
                   DELIMITED BY SIZE INTO WS-DATA-NASC-ED
            END-STRING
            MOVE SPACES TO WS-DATA-MATR-ED
            STRING WS-DATA-MATRICULA (1:2) '/'
                   WS-DATA-MATRICULA (3:2) '/'
                   WS-DATA-MATRICULA (5:4)
                   DELIMITED BY SIZE INTO WS-DATA-MATR-ED
            END-STRING
            MOVE SPACES TO WS-DATA-SIT-ED
            STRING WS-DATA-SITUACAO (1:2) '/' WS-DATA-SITUACAO (3:2)
                   '/' WS-DATA-SITUACAO (5:4)
                   DELIMITED BY SIZE INTO WS-DATA-SIT-ED
            END-STRING
            MOVE SPACES TO WS-DATA-EMIS-ED
            STRING WS-DATA-EMISSAO (7:2) '/' WS-DATA-EMISSAO (5:2) '/'
                   WS-DATA-EMISSAO (1:4)
                   DELIMITED BY SIZE INTO WS-DATA-EMIS-ED
            END-STRING

            MOVE 0 TO PE-ANO-LETIVO
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            IF PE-ANO-LETIVO = 0 THEN
               MOVE WS-DATA-EMISSAO (1:4) TO PE-ANO-LETIVO
            END-IF

            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-ALUNO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            MOVE SPACES TO WS-TEXTO-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND TU-SERIE > 0 THEN
               MOVE TU-SERIE TO WS-SERIE-ED
               STRING 'TURMA ' WS-TURMA-ALUNO ' (' WS-SERIE-ED
                      'O ANO)'
                      DELIMITED BY SIZE INTO WS-TEXTO-TURMA
               END-STRING
            ELSE
               STRING 'TURMA ' WS-TURMA-ALUNO
                      DELIMITED BY SIZE INTO WS-TEXTO-TURMA
               END-STRING
            END-IF
            MOVE WS-PERC-FREQUENCIA TO WS-PERC-FREQUENCIA-ED
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P520-TEXTO-ATIVO.
            MOVE SPACES TO REC-FOLHA
            STRING 'EH ALUNO(A) REGULARMENTE MATRICULADO(A) NESTA '
                   'ESCOLA DESDE ' WS-DATA-MATR-ED ','
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            EVALUATE WS-TIPO-DECLARACAO
               WHEN 'M'
                  STRING 'NA ' WS-TEXTO-TURMA DELIMITED BY '  '
                         ', NO ANO LETIVO DE ' PE-ANO-LETIVO '.'
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
                  WRITE REC-FOLHA
               WHEN 'E'
                  STRING 'CURSANDO NO ANO LETIVO DE ' PE-ANO-LETIVO
                         ' A ' WS-TEXTO-TURMA DELIMITED BY '  '
                         '.'
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
                  WRITE REC-FOLHA
               WHEN OTHER
                  STRING 'NA ' WS-TEXTO-TURMA DELIMITED BY '  '
                         ', E APRESENTA NO ANO LETIVO DE '
                         PE-ANO-LETIVO ' FREQUENCIA DE '
                         WS-PERC-FREQUENCIA-ED '%'
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
                  WRITE REC-FOLHA
                  MOVE SPACES TO REC-FOLHA
                  STRING '(' WS-TOTAL-PRESENCAS ' PRESENCAS E '
                         WS-TOTAL-ABONADAS ' FALTAS ABONADAS EM '
                         WS-TOTAL-AULAS ' AULAS REGISTRADAS).'
                         DELIMITED BY SIZE INTO REC-FOLHA
                  END-STRING
                  WRITE REC-FOLHA
            END-EVALUATE
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * ALUNO FORA DO ATIVO: 'FOI ALUNO ATE' A DATA DA SITUACAO, COM A
      * ULTIMA TURMA DO MESTRE E A SITUACAO ATUAL.
      *-----------------------------------------------------------------
       P530-TEXTO-FOI-ALUNO.
            MOVE SPACES TO REC-FOLHA
            STRING 'FOI ALUNO(A) DESTA ESCOLA DE ' WS-DATA-MATR-ED
                   ' ATE ' WS-DATA-SIT-ED ','
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            IF WS-TIPO-DECLARACAO = 'E' THEN
               STRING 'TENDO CURSADO ATE ENTAO A '
                      WS-TEXTO-TURMA DELIMITED BY '  '
                      '.'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            ELSE
               STRING 'TENDO FREQUENTADO POR ULTIMO A '
                      WS-TEXTO-TURMA DELIMITED BY '  '
                      '.'
                      DELIMITED BY SIZE INTO REC-FOLHA
               END-STRING
            END-IF
            WRITE REC-FOLHA
            MOVE SPACES TO REC-FOLHA
            STRING 'SITUACAO ATUAL NESTA ESCOLA: '
                   WS-DESCRICAO-SITUACAO ' EM ' WS-DATA-SIT-ED '.'
                   DELIMITED BY SIZE INTO REC-FOLHA
            END-STRING
            WRITE REC-FOLHA
            .
       P530-FIM.
      *-----------------------------------------------------------------
       P600-REGISTRAR-NO-LIVRO.
            MOVE SPACES TO REG-DECLARACAO
            MOVE WS-NUMERO-DECLARACAO TO DC-NUMERO
            MOVE WS-TIPO-DECLARACAO   TO DC-TIPO
            MOVE WS-STUDENT-REL-KEY   TO DC-CD-STUDENT
            MOVE WS-TURMA-ALUNO       TO DC-CD-TURMA
            MOVE WS-SITUACAO-ALUNO    TO DC-SITUACAO-ALUNO
            MOVE WS-DATA-SITUACAO     TO DC-DATA-SITUACAO
            MOVE AUT-MEDIA            TO DC-PERC-FREQUENCIA
            MOVE WS-FINALIDADE        TO DC-FINALIDADE
            MOVE WS-DATA-EMISSAO      TO DC-DATA-EMISSAO
            MOVE WS-HORA-EMISSAO      TO DC-HORA-EMISSAO
            MOVE AUT-CODIGO           TO DC-CODIGO-AUTENTICACAO
            MOVE WS-OPERADOR          TO DC-OPERADOR
            OPEN EXTEND DECLARACAO-LOG
            IF FS-DECLARACAO = '35' THEN
               OPEN OUTPUT DECLARACAO-LOG
            END-IF
            WRITE REG-DECLARACAO
            CLOSE DECLARACAO-LOG
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'DECLARACOES' TO LY-PROGRAMA
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
       END PROGRAM DECLARACOES.
