      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: GERACAO AUTOMATICA DO HORARIO DE AULAS: A PARTIR DAS
      *          ATRIBUICOES VIGENTES (ATRIBUICOES.TXT - QUEM DA QUAL
      *          MATERIA PARA QUAL TURMA), DA CARGA HORARIA SEMANAL DE
      *          CADA MATERIA (MATERIAS.TXT, VIA BUSCAR-MATERIA-INFO),
      *          DA DISPONIBILIDADE DOS PROFESSORES (DISPONIBILIDADE.
      *          TXT, VEJA PROGARQ020) E DAS SALAS REGULARES
      *          (SALAS.TXT), MONTA UMA GRADE SEMANAL COMPLETA SEM
      *          CHOQUE DE PROFESSOR, DE TURMA OU DE SALA. A PROPOSTA
      *          VAI PARA HORARIO-PROPOSTA.TXT (MESMO LAYOUT DO
      *          HORARIO.TXT) E O QUE NAO COUBE SAI EM HORARIO-NAO-
      *          ALOCADOS.TXT. O HORARIO EM USO SO EH SUBSTITUIDO PELA
      *          OPCAO 2, DEPOIS DA REVISAO E DE CONFIRMACAO EXPRESSA
      *          (O ANTERIOR FICA EM HORARIO-ANTERIOR.TXT). RESTRITO A
      *          COORDENADOR/ADMIN (VEJA VALIDAR-OPERADOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-HORARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-FILE ASSIGN TO
           '../../ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATRIBUICAO.

           SELECT DISPONIBILIDADE-FILE ASSIGN TO
           '../../DISPONIBILIDADE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISPONIBILIDADE.

           SELECT SALA-FILE ASSIGN TO
           '../../SALAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALA.

           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT PROPOSTA-FILE ASSIGN TO
           '../../HORARIO-PROPOSTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPOSTA.

           SELECT ANTERIOR-FILE ASSIGN TO
           '../../HORARIO-ANTERIOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANTERIOR.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../HORARIO-NAO-ALOCADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ATRIBUICAO-FILE.
           COPY ATRIBUICAO-RECORD.
       FD DISPONIBILIDADE-FILE.
           COPY DISPONIBILIDADE-RECORD.
       FD SALA-FILE.
           COPY SALA-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
      * A PROPOSTA TEM O LAYOUT DO HORARIO, COM PREFIXO PROPRIO (HP-)
      * PARA NAO COLIDIR COM O REG-HORARIO DO ARQUIVO EM USO.
       FD PROPOSTA-FILE.
           COPY HORARIO-RECORD REPLACING ==REG-HORARIO==
                                      BY ==REG-HORARIO-PROPOSTA==
                                LEADING ==HR== BY ==HP==.
       FD ANTERIOR-FILE.
       01 REC-ANTERIOR                PIC X(21).
       FD RELATORIO-FILE.
       01 REC-RELATORIO               PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-ATRIBUICAO               PIC X(02)       VALUE SPACES.
       77 FS-DISPONIBILIDADE          PIC X(02)       VALUE SPACES.
       77 FS-SALA                     PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 FS-PROPOSTA                 PIC X(02)       VALUE SPACES.
       77 FS-ANTERIOR                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-RESPOSTA                 PIC X(01)       VALUE SPACE.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): A GRADE EH UMA SO
      * PARA A REDE (O PROFESSOR DA AULA EM MAIS DE UMA UNIDADE) E O
      * HORARIO EM USO EH SUBSTITUIDO INTEIRO - SO O OPERADOR DA REDE
      * GERA E EFETIVA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * GRADE DA SEMANA: SEGUNDA (2) A SEXTA (6), OU ATE SABADO (7),
      * COM WS-QTD-PERIODOS AULAS POR DIA. CADA CELULA DIA/PERIODO
      * EH UMA POSICAO (DIA - 1) * 9 + PERIODO DAS STRINGS DE
      * OCUPACAO/DISPONIBILIDADE ABAIXO (63 POSICOES).
       77 WS-QTD-PERIODOS             PIC 9(02)       VALUE 0.
       77 WS-ULTIMO-DIA               PIC 9(02)       VALUE 6.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-PERIODO                  PIC 9(02)       VALUE 0.
       77 WS-CELULA                   PIC 9(02)       VALUE 0.
       77 WS-PASSADA                  PIC 9(01)       VALUE 0.
       77 WS-ACHOU-SLOT               PIC 9(01)       VALUE 0.
      * VIGENCIA DAS ATRIBUICOES: HOJE EM AAAAMMDD.
       77 WS-HOJE-ORD                 PIC 9(08)       VALUE 0.
       77 WS-DATA-ORD                 PIC 9(08)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA-DATA                 PIC 9(02)       VALUE 0.
       77 WS-MES-DATA                 PIC 9(02)       VALUE 0.
       77 WS-ANO-DATA                 PIC 9(04)       VALUE 0.
       77 WS-VIGENTE                  PIC X(01)       VALUE 'N'.
      * AULAS A COLOCAR: UMA LINHA POR TURMA/MATERIA ATRIBUIDA AO
      * TITULAR VIGENTE (O SUBSTITUTO COBRE A GRADE DO TITULAR).
       77 WS-QTD-AULAS                PIC 9(04)       VALUE 0.
       77 WS-IDX-AULA                 PIC 9(04)       VALUE 0.
       77 WS-POS-AULA                 PIC 9(04)       VALUE 0.
       77 WS-IDX-CARGA                PIC 9(02)       VALUE 0.
       01 WS-TABELA-AULAS.
           02 WS-AULA-ITEM OCCURS 1000 TIMES.
              03 WS-AUL-CD-TURMA      PIC X(05).
              03 WS-AUL-CD-MATERIA    PIC X(05).
              03 WS-AUL-CD-PROFESSOR  PIC 9(04).
              03 WS-AUL-CARGA         PIC 9(02).
              03 WS-AUL-COLOCADAS     PIC 9(02).
              03 WS-AUL-DIAS-USADOS   PIC X(07).
              03 WS-AUL-MOTIVO        PIC X(35).
      * OCUPACAO POR TURMA (COM A SALA "DE CASA" DA TURMA: A
      * PRIMEIRA SALA QUE ELA RECEBEU, PREFERIDA DALI EM DIANTE).
       77 WS-QTD-TURMAS               PIC 9(03)       VALUE 0.
       77 WS-IDX-TUR                  PIC 9(03)       VALUE 0.
       77 WS-POS-TUR                  PIC 9(03)       VALUE 0.
       01 WS-TABELA-TURMAS.
           02 WS-TURMA-ITEM OCCURS 300 TIMES.
              03 WS-TUR-CD-TURMA      PIC X(05).
              03 WS-TUR-OCUPACAO      PIC X(63).
              03 WS-TUR-SALA-CASA     PIC 9(03).
      * DISPONIBILIDADE ('S') E OCUPACAO POR PROFESSOR.
       77 WS-QTD-PROFS                PIC 9(03)       VALUE 0.
       77 WS-IDX-PROF                 PIC 9(03)       VALUE 0.
       77 WS-POS-PROF                 PIC 9(03)       VALUE 0.
       77 WS-CD-PROFESSOR-BUSCA       PIC 9(04)       VALUE 0.
       01 WS-TABELA-PROFS.
           02 WS-PROF-ITEM OCCURS 500 TIMES.
              03 WS-PRF-CD-PROFESSOR  PIC 9(04).
              03 WS-PRF-DISPONIVEL    PIC X(63).
              03 WS-PRF-OCUPACAO      PIC X(63).
              03 WS-PRF-TEM-DISP      PIC X(01).
      * SALAS REGULARES (TIPO 'R'): LABORATORIO, QUADRA E AUDITORIO
      * FICAM FORA DA GERACAO - A AULA QUE PRECISA DELES TEM A SALA
      * TROCADA DEPOIS NO PROGARQ015 (OPCAO 4).
       77 WS-QTD-SALAS                PIC 9(03)       VALUE 0.
       77 WS-IDX-SALA                 PIC 9(03)       VALUE 0.
       77 WS-POS-SALA                 PIC 9(03)       VALUE 0.
       01 WS-TABELA-SALAS.
           02 WS-SALA-ITEM OCCURS 300 TIMES.
              03 WS-SAL-CD-SALA       PIC X(05).
              03 WS-SAL-OCUPACAO      PIC X(63).
      * CARGA HORARIA DA MATERIA (BUSCAR-MATERIA-INFO).
       77 WS-NOME-MATERIA-INFO        PIC A(30)       VALUE SPACES.
       77 WS-CARGA-HORARIA            PIC 9(02)       VALUE 0.
       77 WS-ATIVO-MATERIA            PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-BUSCAR-INFO      PIC 9(01)       VALUE 0.
      * TOTAIS.
       77 WS-QTD-SLOTS-PROPOSTOS      PIC 9(05)       VALUE 0.
       77 WS-QTD-SLOTS-FALTANDO       PIC 9(05)       VALUE 0.
       77 WS-QTD-FALTANDO-AULA        PIC 9(02)       VALUE 0.
       77 WS-QTD-COPIADOS             PIC 9(05)       VALUE 0.
           COPY FORMATOS-DATA.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'GERACAO AUTOMATICA DO HORARIO DE AULAS'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY 'GERACAO RESTRITA A COORDENADOR/ADMIN '
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               DISPLAY 'HORARIO DA REDE - SO O COORDENADOR/ADMIN DA '
                       'REDE (TODAS AS UNIDADES) GERA'
               STOP RUN
            END-IF
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            DISPLAY '1 - GERAR PROPOSTA (HORARIO-PROPOSTA.TXT)'
            DISPLAY '2 - EFETIVAR A PROPOSTA COMO HORARIO EM USO'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P100-GERAR-PROPOSTA
               WHEN 2
                  PERFORM P800-EFETIVAR-PROPOSTA
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA - NADA FEITO'
            END-EVALUATE
            STOP RUN.
      *-----------------------------------------------------------------
       P100-GERAR-PROPOSTA.
            PERFORM WITH TEST AFTER
                    UNTIL WS-QTD-PERIODOS >= 1 AND WS-QTD-PERIODOS <= 9
               DISPLAY 'AULAS POR DIA (1 A 9).........: '
               ACCEPT WS-QTD-PERIODOS
            END-PERFORM
            DISPLAY 'INCLUIR O SABADO NA GRADE (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA = 'S' THEN
               MOVE 7 TO WS-ULTIMO-DIA
            ELSE
               MOVE 6 TO WS-ULTIMO-DIA
            END-IF

            MOVE WS-DATA-EMISSAO TO WS-HOJE-ORD
            SET FORMATO-DDMMAAAA TO TRUE

            PERFORM P150-CARREGAR-SALAS
            PERFORM P160-CARREGAR-DISPONIBILIDADE
            PERFORM P200-CARREGAR-ATRIBUICOES

            IF WS-QTD-AULAS = 0 THEN
               DISPLAY 'NENHUMA ATRIBUICAO VIGENTE (VEJA PROGARQ004)'
            ELSE
               OPEN OUTPUT PROPOSTA-FILE
               PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                       UNTIL WS-IDX-AULA > WS-QTD-AULAS
                  PERFORM P400-ALOCAR-AULA
               END-PERFORM
               CLOSE PROPOSTA-FILE

               PERFORM P600-RELATORIO-NAO-ALOCADOS

               DISPLAY '*******************************************'
               DISPLAY 'TURMA/MATERIA A COLOCAR.......: '
                       WS-QTD-AULAS
               DISPLAY 'AULAS SEMANAIS PROPOSTAS......: '
                       WS-QTD-SLOTS-PROPOSTOS
               DISPLAY 'AULAS SEMANAIS NAO ALOCADAS...: '
                       WS-QTD-SLOTS-FALTANDO
               DISPLAY 'PROPOSTA: HORARIO-PROPOSTA.TXT'
               DISPLAY 'NAO ALOCADAS: HORARIO-NAO-ALOCADOS.TXT'
               DISPLAY 'REVISE E RODE DE NOVO COM A OPCAO 2 PARA '
                       'EFETIVAR'
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P150-CARREGAR-SALAS.
            MOVE 0 TO WS-QTD-SALAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT SALA-FILE
            IF FS-SALA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SALA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF SL-REGULAR AND WS-QTD-SALAS < 300 THEN
                              ADD 1 TO WS-QTD-SALAS
                              MOVE SL-CD-SALA
                                TO WS-SAL-CD-SALA (WS-QTD-SALAS)
                              MOVE SPACES
                                TO WS-SAL-OCUPACAO (WS-QTD-SALAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SALA-FILE
            END-IF
            IF WS-QTD-SALAS = 0 THEN
               DISPLAY 'AVISO: NENHUMA SALA REGULAR CADASTRADA '
                       '(PROGARQ019) - NADA PODE SER ALOCADO'
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-CARREGAR-DISPONIBILIDADE.
            MOVE 0 TO WS-QTD-PROFS
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
                              MOVE DP-CD-PROFESSOR
                                TO WS-CD-PROFESSOR-BUSCA
                              PERFORM P170-LOCALIZAR-PROFESSOR
                              IF WS-POS-PROF > 0 THEN
                                 COMPUTE WS-CELULA =
                                    (DP-DIA-SEMANA - 1) * 9 +
                                    DP-PERIODO-AULA
                                 MOVE 'S' TO WS-PRF-DISPONIVEL
                                    (WS-POS-PROF) (WS-CELULA:1)
                                 MOVE 'S' TO WS-PRF-TEM-DISP
                                    (WS-POS-PROF)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DISPONIBILIDADE-FILE
            END-IF
            .
       P160-FIM.
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
            IF WS-POS-PROF = 0 AND WS-QTD-PROFS < 500 THEN
               ADD 1 TO WS-QTD-PROFS
               MOVE WS-QTD-PROFS TO WS-POS-PROF
               MOVE WS-CD-PROFESSOR-BUSCA
                 TO WS-PRF-CD-PROFESSOR (WS-POS-PROF)
               MOVE SPACES TO WS-PRF-DISPONIVEL (WS-POS-PROF)
               MOVE SPACES TO WS-PRF-OCUPACAO (WS-POS-PROF)
               MOVE 'N' TO WS-PRF-TEM-DISP (WS-POS-PROF)
            END-IF
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * SO O TITULAR VIGENTE HOJE ENTRA (A MESMA REGRA DE VIGENCIA DE
      * BUSCAR-PROFESSOR-TURMA); A MESMA TURMA/MATERIA ATRIBUIDA DUAS
      * VEZES ENTRA UMA SO.
      *-----------------------------------------------------------------
       P200-CARREGAR-ATRIBUICOES.
            MOVE 0 TO WS-QTD-AULAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT ATRIBUICAO-FILE
            IF FS-ATRIBUICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ATRIBUICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NOT AT-SUBSTITUTO THEN
                              PERFORM P210-CONFERIR-VIGENCIA
                              IF WS-VIGENTE = 'S' THEN
                                 PERFORM P230-GUARDAR-AULA
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ATRIBUICAO-FILE
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-CONFERIR-VIGENCIA.
            MOVE 'S' TO WS-VIGENTE
            IF AT-DATA-INICIO IS NUMERIC AND AT-DATA-INICIO > 0 THEN
               MOVE AT-DATA-INICIO TO WS-DATA-TRABALHO
               PERFORM P220-ORDENAR-DATA
               IF WS-HOJE-ORD < WS-DATA-ORD THEN
                  MOVE 'N' TO WS-VIGENTE
               END-IF
            END-IF
            IF AT-DATA-FIM IS NUMERIC AND AT-DATA-FIM > 0 THEN
               MOVE AT-DATA-FIM TO WS-DATA-TRABALHO
               PERFORM P220-ORDENAR-DATA
               IF WS-HOJE-ORD > WS-DATA-ORD THEN
                  MOVE 'N' TO WS-VIGENTE
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-ORDENAR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA-DATA, WS-MES-DATA,
                          WS-ANO-DATA
            COMPUTE WS-DATA-ORD =
                    (WS-ANO-DATA * 10000) + (WS-MES-DATA * 100) +
                    WS-DIA-DATA
            .
       P220-FIM.
      *-----------------------------------------------------------------
       P230-GUARDAR-AULA.
            MOVE 0 TO WS-POS-AULA
            PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                    UNTIL WS-IDX-AULA > WS-QTD-AULAS
                       OR WS-POS-AULA > 0
               IF WS-AUL-CD-TURMA (WS-IDX-AULA) = AT-CD-TURMA AND
                  WS-AUL-CD-MATERIA (WS-IDX-AULA) = AT-CD-MATERIA THEN
                  MOVE WS-IDX-AULA TO WS-POS-AULA
               END-IF
            END-PERFORM

            IF WS-POS-AULA = 0 AND WS-QTD-AULAS < 1000 THEN
               ADD 1 TO WS-QTD-AULAS
               MOVE AT-CD-TURMA TO WS-AUL-CD-TURMA (WS-QTD-AULAS)
               MOVE AT-CD-MATERIA TO WS-AUL-CD-MATERIA (WS-QTD-AULAS)
               MOVE AT-CD-PROFESSOR
                 TO WS-AUL-CD-PROFESSOR (WS-QTD-AULAS)
               MOVE 0 TO WS-AUL-COLOCADAS (WS-QTD-AULAS)
               MOVE SPACES TO WS-AUL-DIAS-USADOS (WS-QTD-AULAS)
               MOVE SPACES TO WS-AUL-MOTIVO (WS-QTD-AULAS)
               CALL 'BUSCAR-MATERIA-INFO'
                             USING AT-CD-MATERIA, WS-NOME-MATERIA-INFO,
                                   WS-CARGA-HORARIA, WS-ATIVO-MATERIA,
                                   WS-RETORNO-BUSCAR-INFO
               IF WS-RETORNO-BUSCAR-INFO = 0 THEN
                  MOVE WS-CARGA-HORARIA
                    TO WS-AUL-CARGA (WS-QTD-AULAS)
               ELSE
                  MOVE 0 TO WS-AUL-CARGA (WS-QTD-AULAS)
               END-IF
            END-IF
            .
       P230-FIM.
      *-----------------------------------------------------------------
      * COLOCA AS AULAS SEMANAIS DE UMA TURMA/MATERIA, UMA A UMA.
      *-----------------------------------------------------------------
       P400-ALOCAR-AULA.
            MOVE WS-AUL-CD-PROFESSOR (WS-IDX-AULA)
              TO WS-CD-PROFESSOR-BUSCA
            PERFORM P170-LOCALIZAR-PROFESSOR

            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                       OR WS-POS-TUR > 0
               IF WS-TUR-CD-TURMA (WS-IDX-TUR) =
                  WS-AUL-CD-TURMA (WS-IDX-AULA) THEN
                  MOVE WS-IDX-TUR TO WS-POS-TUR
               END-IF
            END-PERFORM
            IF WS-POS-TUR = 0 AND WS-QTD-TURMAS < 300 THEN
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-QTD-TURMAS TO WS-POS-TUR
               MOVE WS-AUL-CD-TURMA (WS-IDX-AULA)
                 TO WS-TUR-CD-TURMA (WS-POS-TUR)
               MOVE SPACES TO WS-TUR-OCUPACAO (WS-POS-TUR)
               MOVE 0 TO WS-TUR-SALA-CASA (WS-POS-TUR)
            END-IF

            EVALUATE TRUE
               WHEN WS-AUL-CARGA (WS-IDX-AULA) = 0
                  MOVE 'MATERIA SEM CARGA HORARIA'
                    TO WS-AUL-MOTIVO (WS-IDX-AULA)
               WHEN WS-POS-PROF = 0 OR WS-POS-TUR = 0
                  MOVE 'TABELA DE TRABALHO CHEIA'
                    TO WS-AUL-MOTIVO (WS-IDX-AULA)
               WHEN WS-PRF-TEM-DISP (WS-POS-PROF) NOT = 'S'
                  MOVE 'PROFESSOR SEM DISPONIBILIDADE'
                    TO WS-AUL-MOTIVO (WS-IDX-AULA)
               WHEN OTHER
                  PERFORM VARYING WS-IDX-CARGA FROM 1 BY 1
                          UNTIL WS-IDX-CARGA >
                                WS-AUL-CARGA (WS-IDX-AULA)
                     PERFORM P410-COLOCAR-UMA-AULA
                  END-PERFORM
                  IF WS-AUL-COLOCADAS (WS-IDX-AULA) <
                     WS-AUL-CARGA (WS-IDX-AULA) THEN
                     MOVE 'SEM PERIODO LIVRE PROF/TURMA/SALA'
                       TO WS-AUL-MOTIVO (WS-IDX-AULA)
                  END-IF
            END-EVALUATE
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA: SO DIAS EM QUE A TURMA AINDA NAO TEM ESTA
      * MATERIA (ESPALHA A CARGA PELA SEMANA); SEGUNDA PASSADA: QUALQUER
      * DIA (AULA DUPLA).
      *-----------------------------------------------------------------
       P410-COLOCAR-UMA-AULA.
            MOVE 0 TO WS-ACHOU-SLOT
            PERFORM VARYING WS-PASSADA FROM 1 BY 1
                    UNTIL WS-PASSADA > 2 OR WS-ACHOU-SLOT = 1
               PERFORM VARYING WS-DIA FROM 2 BY 1
                       UNTIL WS-DIA > WS-ULTIMO-DIA
                          OR WS-ACHOU-SLOT = 1
                  IF WS-PASSADA = 2 OR
                     WS-AUL-DIAS-USADOS (WS-IDX-AULA) (WS-DIA:1)
                        NOT = 'S' THEN
                     PERFORM P420-PROCURAR-NO-DIA
                  END-IF
               END-PERFORM
            END-PERFORM
            .
       P410-FIM.
      *-----------------------------------------------------------------
       P420-PROCURAR-NO-DIA.
            PERFORM VARYING WS-PERIODO FROM 1 BY 1
                    UNTIL WS-PERIODO > WS-QTD-PERIODOS
                       OR WS-ACHOU-SLOT = 1
               COMPUTE WS-CELULA = (WS-DIA - 1) * 9 + WS-PERIODO
               IF WS-TUR-OCUPACAO (WS-POS-TUR) (WS-CELULA:1) = SPACE
                  AND WS-PRF-OCUPACAO (WS-POS-PROF) (WS-CELULA:1) =
                      SPACE
                  AND WS-PRF-DISPONIVEL (WS-POS-PROF) (WS-CELULA:1) =
                      'S' THEN
                  PERFORM P430-ESCOLHER-SALA
                  IF WS-POS-SALA > 0 THEN
                     PERFORM P440-GRAVAR-SLOT
                     MOVE 1 TO WS-ACHOU-SLOT
                  END-IF
               END-IF
            END-PERFORM
            .
       P420-FIM.
      *-----------------------------------------------------------------
      * A SALA DE CASA DA TURMA, SE LIVRE; SENAO A PRIMEIRA SALA
      * REGULAR LIVRE NA CELULA (0 = NENHUMA).
      *-----------------------------------------------------------------
       P430-ESCOLHER-SALA.
            MOVE 0 TO WS-POS-SALA
            IF WS-TUR-SALA-CASA (WS-POS-TUR) > 0 THEN
               MOVE WS-TUR-SALA-CASA (WS-POS-TUR) TO WS-IDX-SALA
               IF WS-SAL-OCUPACAO (WS-IDX-SALA) (WS-CELULA:1) = SPACE
                  THEN
                  MOVE WS-IDX-SALA TO WS-POS-SALA
               END-IF
            END-IF
            PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                    UNTIL WS-IDX-SALA > WS-QTD-SALAS
                       OR WS-POS-SALA > 0
               IF WS-SAL-OCUPACAO (WS-IDX-SALA) (WS-CELULA:1) = SPACE
                  THEN
                  MOVE WS-IDX-SALA TO WS-POS-SALA
               END-IF
            END-PERFORM
            .
       P430-FIM.
      *-----------------------------------------------------------------
       P440-GRAVAR-SLOT.
            MOVE 'X' TO WS-TUR-OCUPACAO (WS-POS-TUR) (WS-CELULA:1)
            MOVE 'X' TO WS-PRF-OCUPACAO (WS-POS-PROF) (WS-CELULA:1)
            MOVE 'X' TO WS-SAL-OCUPACAO (WS-POS-SALA) (WS-CELULA:1)
            MOVE 'S' TO WS-AUL-DIAS-USADOS (WS-IDX-AULA) (WS-DIA:1)
            IF WS-TUR-SALA-CASA (WS-POS-TUR) = 0 THEN
               MOVE WS-POS-SALA TO WS-TUR-SALA-CASA (WS-POS-TUR)
            END-IF
            ADD 1 TO WS-AUL-COLOCADAS (WS-IDX-AULA)
            ADD 1 TO WS-QTD-SLOTS-PROPOSTOS

            INITIALIZE REG-HORARIO-PROPOSTA
            MOVE WS-AUL-CD-TURMA (WS-IDX-AULA)     TO HP-CD-TURMA
            MOVE WS-AUL-CD-MATERIA (WS-IDX-AULA)   TO HP-CD-MATERIA
            MOVE WS-AUL-CD-PROFESSOR (WS-IDX-AULA) TO HP-CD-PROFESSOR
            MOVE WS-DIA                            TO HP-DIA-SEMANA
            MOVE WS-PERIODO                        TO HP-PERIODO-AULA
            MOVE WS-SAL-CD-SALA (WS-POS-SALA)      TO HP-CD-SALA
            WRITE REG-HORARIO-PROPOSTA
            .
       P440-FIM.
      *-----------------------------------------------------------------
       P600-RELATORIO-NAO-ALOCADOS.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'AULAS NAO ALOCADAS NA PROPOSTA DE HORARIO - '
                   'EMITIDO EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMA MATERIA PROF CARGA ALOCADAS FALTAM MOTIVO'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                    UNTIL WS-IDX-AULA > WS-QTD-AULAS
               IF WS-AUL-COLOCADAS (WS-IDX-AULA) <
                  WS-AUL-CARGA (WS-IDX-AULA) OR
                  WS-AUL-CARGA (WS-IDX-AULA) = 0 THEN
                  COMPUTE WS-QTD-FALTANDO-AULA =
                          WS-AUL-CARGA (WS-IDX-AULA) -
                          WS-AUL-COLOCADAS (WS-IDX-AULA)
                  ADD WS-QTD-FALTANDO-AULA TO WS-QTD-SLOTS-FALTANDO
                  MOVE SPACES TO REC-RELATORIO
                  STRING WS-AUL-CD-TURMA (WS-IDX-AULA) ' '
                         WS-AUL-CD-MATERIA (WS-IDX-AULA) '   '
                         WS-AUL-CD-PROFESSOR (WS-IDX-AULA) ' '
                         WS-AUL-CARGA (WS-IDX-AULA) '    '
                         WS-AUL-COLOCADAS (WS-IDX-AULA) '       '
                         WS-QTD-FALTANDO-AULA '     '
                         WS-AUL-MOTIVO (WS-IDX-AULA)
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'AULAS PROPOSTAS: ' WS-QTD-SLOTS-PROPOSTOS
                   '   NAO ALOCADAS: ' WS-QTD-SLOTS-FALTANDO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * EFETIVACAO: SO COM PROPOSTA GRAVADA E CONFIRMACAO 'S'. O
      * HORARIO EM USO VAI ANTES PARA HORARIO-ANTERIOR.TXT.
      *-----------------------------------------------------------------
       P800-EFETIVAR-PROPOSTA.
            OPEN INPUT PROPOSTA-FILE
            IF FS-PROPOSTA NOT = '00' THEN
               DISPLAY 'NENHUMA PROPOSTA GERADA (OPCAO 1)'
            ELSE
               CLOSE PROPOSTA-FILE
               DISPLAY 'O HORARIO EM USO SERA SUBSTITUIDO PELA '
                       'PROPOSTA.'
               DISPLAY 'CONFIRMA A SUBSTITUICAO (S/N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S' THEN
                  DISPLAY 'EFETIVACAO CANCELADA - NADA ALTERADO'
               ELSE
                  PERFORM P810-GUARDAR-ANTERIOR
                  PERFORM P820-COPIAR-PROPOSTA
                  DISPLAY 'HORARIO EM USO SUBSTITUIDO: '
                          WS-QTD-COPIADOS ' SLOT(S)'
                  DISPLAY 'HORARIO ANTERIOR GUARDADO EM '
                          'HORARIO-ANTERIOR.TXT'
               END-IF
            END-IF
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-GUARDAR-ANTERIOR.
            OPEN OUTPUT ANTERIOR-FILE
            MOVE 'N' TO WS-EOF
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE REG-HORARIO TO REC-ANTERIOR
                           WRITE REC-ANTERIOR
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            END-IF
            CLOSE ANTERIOR-FILE
            .
       P810-FIM.
      *-----------------------------------------------------------------
       P820-COPIAR-PROPOSTA.
            MOVE 0 TO WS-QTD-COPIADOS
            OPEN OUTPUT HORARIO-FILE
            MOVE 'N' TO WS-EOF
            OPEN INPUT PROPOSTA-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ PROPOSTA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-HORARIO-PROPOSTA TO REG-HORARIO
                        WRITE REG-HORARIO
                        ADD 1 TO WS-QTD-COPIADOS
               END-READ
            END-PERFORM
            CLOSE PROPOSTA-FILE
            CLOSE HORARIO-FILE
            .
       P820-FIM.
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
       END PROGRAM GERAR-HORARIO.
