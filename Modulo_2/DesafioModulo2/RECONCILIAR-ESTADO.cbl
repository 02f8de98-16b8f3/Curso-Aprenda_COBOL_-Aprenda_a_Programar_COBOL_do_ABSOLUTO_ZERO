      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONCILIACAO DO MESTRE (STUDENT.TXT) COM A MATRICULA
      *          DA SECRETARIA ESTADUAL (MATRICULAS-ESTADO.TXT,
      *          ENVIADO TODO MES, UMA LINHA POR ALUNO NO LAYOUT
      *          ID-OFICIAL(12) + NOME(30) + NASCIMENTO DDMMAAAA(8) +
      *          SERIE(2) + TURMA(5) + SITUACAO(1); SITUACAO DO ESTADO:
      *          M MATRICULADO, T TRANSFERIDO, A ABANDONO, C
      *          CONCLUINTE, F FALECIDO). ALUNO TRANSFERIDO QUE
      *          CONTINUA LA E ALUNO NOVO QUE AINDA NAO APARECE
      *          TRAVAM O REPASSE E O CENSO. CADA LINHA DO ESTADO EH
      *          CASADA PELO ID OFICIAL (IDS-OFICIAIS.TXT) E, SEM ID,
      *          PELO NOME NORMALIZADO (NORMALIZAR-NOME) + NASCIMENTO.
      *          O RELATORIO (CONCILIACAO-ESTADO.TXT) TRAZ QUATRO
      *          LISTAS: (1) SO NO NOSSO MESTRE (ATIVO SEM LINHA NO
      *          ESTADO), (2) SO NO ESTADO, (3) NOS DOIS COM TURMA/
      *          SERIE DIFERENTE E (4) NOS DOIS COM SITUACAO DIFERENTE
      *          (NOSSO EVADIDO E TRANCADO VALEM ABANDONO; INATIVO
      *          GENERICO NUNCA CONFERE). CADA DIVERGENCIA TAMBEM VAI
      *          PARA EXCECOES.TXT COMO ITEM ABERTO, PARA SER
      *          TRABALHADA NO TRATAR-EXCECOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILIAR-ESTADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO-FILE ASSIGN TO
           '../../MATRICULAS-ESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT ID-FILE ASSIGN TO
           '../../IDS-OFICIAIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ID.

           SELECT EXCEPTION-FILE ASSIGN TO
           '../../EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECAO.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../CONCILIACAO-ESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESTADO-FILE.
       01 REC-ESTADO.
           03 ME-ID-OFICIAL         PIC X(12).
           03 ME-NM-ALUNO           PIC X(30).
           03 ME-DT-NASCIMENTO      PIC X(08).
           03 ME-SERIE              PIC X(02).
           03 ME-CD-TURMA           PIC X(05).
           03 ME-SITUACAO           PIC X(01).
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD ID-FILE.
           COPY ID-OFICIAL-RECORD.
       FD EXCEPTION-FILE.
           COPY EXCECAO-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-ESTADO                   PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-ID                       PIC X(02)       VALUE SPACES.
       77 FS-EXCECAO                  PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-NOME-NORMALIZADO         PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
      * O MESTRE EM MEMORIA, COM O ID OFICIAL DE CADA ALUNO E A MARCA
      * DE CASADO COM UMA LINHA DO ESTADO.
       77 WS-QTD-ALUNOS               PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(04)       VALUE 0.
       77 WS-ALUNO-ACHADO             PIC 9(04)       VALUE 0.
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 3000 TIMES.
              03 WS-AL-CD-STUDENT     PIC 9(05).
              03 WS-AL-NM-STUDENT     PIC X(20).
              03 WS-AL-NOME-NORM      PIC X(30).
              03 WS-AL-DT-NASCIMENTO  PIC X(08).
              03 WS-AL-CD-TURMA       PIC X(05).
              03 WS-AL-ST-ALUNO       PIC X(01).
              03 WS-AL-ID-OFICIAL     PIC X(12).
              03 WS-AL-CASADO         PIC X(01).
      * A LINHA DO ESTADO CORRENTE, COMPARADA COM O ALUNO CASADO.
       77 WS-FORMA-CASAMENTO          PIC X(04)       VALUE SPACES.
       77 WS-SERIE-NOSSA              PIC 9(02)       VALUE 0.
       77 WS-SITUACAO-NOSSA           PIC X(01)       VALUE SPACES.
      * AS DIVERGENCIAS SAO GUARDADAS E IMPRESSAS POR LISTA (1 A 4).
       77 WS-QTD-DIFERENCAS           PIC 9(04)       VALUE 0.
       77 WS-IDX-DIFERENCA            PIC 9(04)       VALUE 0.
       77 WS-LISTA-ATUAL              PIC 9(01)       VALUE 0.
       77 WS-TIPO-DIFERENCA           PIC 9(01)       VALUE 0.
       01 WS-LINHA-DIFERENCA          PIC X(110)      VALUE SPACES.
       01 WS-TABELA-DIFERENCAS.
           02 WS-DIFERENCA-ITEM OCCURS 3000 TIMES.
              03 WS-DF-TIPO           PIC 9(01).
              03 WS-DF-LINHA          PIC X(110).
      * ALUNO + MATERIA + TURMA + MOTIVO, JA NO LAYOUT DE EXCECAO.
              03 WS-DF-EXCECAO        PIC X(55).
       01 WS-TITULO-LISTA.
           02 FILLER                  PIC X(40)       VALUE
              '1. SO NO NOSSO MESTRE (ATIVO)           '.
           02 FILLER                  PIC X(40)       VALUE
              '2. SO NA MATRICULA DO ESTADO            '.
           02 FILLER                  PIC X(40)       VALUE
              '3. NOS DOIS - TURMA/SERIE DIFERENTE     '.
           02 FILLER                  PIC X(40)       VALUE
              '4. NOS DOIS - SITUACAO DIFERENTE        '.
       01 WS-TITULO-LISTA-R REDEFINES WS-TITULO-LISTA.
           02 WS-TITULO-ITEM          PIC X(40)       OCCURS 4 TIMES.
       77 WS-QTD-LINHAS-ESTADO        PIC 9(05)       VALUE 0.
       77 WS-QTD-CASADOS-ID           PIC 9(05)       VALUE 0.
       77 WS-QTD-CASADOS-NOME         PIC 9(05)       VALUE 0.
       01 WS-QTD-POR-LISTA.
           02 WS-QTD-LISTA            PIC 9(05)       OCCURS 4 TIMES.
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
            DISPLAY 'CONCILIACAO MESTRE X MATRICULA ESTADUAL'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            INITIALIZE WS-QTD-POR-LISTA

            OPEN INPUT ESTADO-FILE
            IF FS-ESTADO NOT = '00' THEN
               DISPLAY 'MATRICULA DO ESTADO (MATRICULAS-ESTADO.TXT) '
                       'NAO ENCONTRADA'
               STOP RUN
            END-IF

            PERFORM P050-CARREGAR-MESTRE
            PERFORM P060-CARREGAR-IDS

            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ ESTADO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF ME-NM-ALUNO NOT = SPACES THEN
                           PERFORM P200-TRATAR-LINHA-ESTADO
                        END-IF
               END-READ
            END-PERFORM
            CLOSE ESTADO-FILE

            PERFORM P300-ATIVOS-SO-NOSSOS

            OPEN EXTEND EXCEPTION-FILE
            IF FS-EXCECAO = '35' THEN
               OPEN OUTPUT EXCEPTION-FILE
            END-IF
            PERFORM VARYING WS-IDX-DIFERENCA FROM 1 BY 1
                    UNTIL WS-IDX-DIFERENCA > WS-QTD-DIFERENCAS
               PERFORM P510-GRAVAR-EXCECAO
            END-PERFORM
            CLOSE EXCEPTION-FILE

            PERFORM P600-IMPRIMIR-RELATORIO

            DISPLAY 'LINHAS DO ESTADO..............: '
                    WS-QTD-LINHAS-ESTADO
            DISPLAY 'CASADAS PELO ID OFICIAL.......: ' WS-QTD-CASADOS-ID
            DISPLAY 'CASADAS POR NOME+NASCIMENTO...: '
                    WS-QTD-CASADOS-NOME
            DISPLAY 'SO NO NOSSO MESTRE............: ' WS-QTD-LISTA (1)
            DISPLAY 'SO NO ESTADO..................: ' WS-QTD-LISTA (2)
            DISPLAY 'TURMA/SERIE DIFERENTE.........: ' WS-QTD-LISTA (3)
            DISPLAY 'SITUACAO DIFERENTE............: ' WS-QTD-LISTA (4)
            DISPLAY 'RELATORIO: CONCILIACAO-ESTADO.TXT - DIVERGENCIAS '
                    'ABERTAS EM EXCECOES.TXT (TRATAR-EXCECOES)'
            STOP RUN.
      *-----------------------------------------------------------------
      * O MESTRE INTEIRO EM MEMORIA, COM O NOME JA NORMALIZADO PARA O
      * CASAMENTO POR NOME + NASCIMENTO.
      *-----------------------------------------------------------------
       P050-CARREGAR-MESTRE.
            MOVE 0 TO WS-QTD-ALUNOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF WS-QTD-ALUNOS < 3000 THEN
                           ADD 1 TO WS-QTD-ALUNOS
                           PERFORM P055-GUARDAR-ALUNO
                        END-IF
               END-READ
            END-PERFORM
            CLOSE STUDENT
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P055-GUARDAR-ALUNO.
            MOVE CD-STUDENT   TO WS-AL-CD-STUDENT (WS-QTD-ALUNOS)
            MOVE NM-STUDENT   TO WS-AL-NM-STUDENT (WS-QTD-ALUNOS)
            MOVE DT-NASCIMENTO TO WS-AL-DT-NASCIMENTO (WS-QTD-ALUNOS)
            MOVE CD-TURMA     TO WS-AL-CD-TURMA (WS-QTD-ALUNOS)
            MOVE ST-ALUNO     TO WS-AL-ST-ALUNO (WS-QTD-ALUNOS)
            MOVE SPACES       TO WS-AL-ID-OFICIAL (WS-QTD-ALUNOS)
            MOVE 'N'          TO WS-AL-CASADO (WS-QTD-ALUNOS)
            MOVE SPACES TO WS-NOME-NORMALIZADO
            MOVE NM-STUDENT TO WS-NOME-NORMALIZADO
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-NORMALIZADO,
                                WS-RETORNO-NORMALIZAR
            MOVE WS-NOME-NORMALIZADO
              TO WS-AL-NOME-NORM (WS-QTD-ALUNOS)
            .
       P055-FIM.
      *-----------------------------------------------------------------
      * O MAPA DE IDS OFICIAIS PREENCHE O ID DE CADA ALUNO DA TABELA
      * (O ULTIMO REGISTRO DO ALUNO VALE).
      *-----------------------------------------------------------------
       P060-CARREGAR-IDS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT ID-FILE
            IF FS-ID = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ID-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                                   UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                              IF WS-AL-CD-STUDENT (WS-IDX-ALUNO) =
                                 IO-CD-STUDENT THEN
                                 MOVE IO-ID-OFICIAL TO
                                      WS-AL-ID-OFICIAL (WS-IDX-ALUNO)
                              END-IF
                           END-PERFORM
                  END-READ
               END-PERFORM
               CLOSE ID-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * UMA LINHA DO ESTADO: CASA PELO ID OFICIAL; SEM ID (OU ID QUE
      * NAO ESTA NO MAPA), PELO NOME NORMALIZADO + NASCIMENTO, SO
      * ENTRE OS ALUNOS AINDA NAO CASADOS.
      *-----------------------------------------------------------------
       P200-TRATAR-LINHA-ESTADO.
            ADD 1 TO WS-QTD-LINHAS-ESTADO
            MOVE 0 TO WS-ALUNO-ACHADO
            MOVE SPACES TO WS-FORMA-CASAMENTO
            IF ME-ID-OFICIAL NOT = SPACES THEN
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                          OR WS-ALUNO-ACHADO > 0
                  IF WS-AL-ID-OFICIAL (WS-IDX-ALUNO) = ME-ID-OFICIAL
                     THEN
                     MOVE WS-IDX-ALUNO TO WS-ALUNO-ACHADO
                     MOVE 'ID' TO WS-FORMA-CASAMENTO
                  END-IF
               END-PERFORM
            END-IF
            IF WS-ALUNO-ACHADO = 0 THEN
               MOVE SPACES TO WS-NOME-NORMALIZADO
               MOVE ME-NM-ALUNO TO WS-NOME-NORMALIZADO
               CALL 'NORMALIZAR-NOME'
                             USING WS-NOME-NORMALIZADO,
                                   WS-RETORNO-NORMALIZAR
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                          OR WS-ALUNO-ACHADO > 0
                  IF WS-AL-CASADO (WS-IDX-ALUNO) = 'N' AND
                     WS-AL-NOME-NORM (WS-IDX-ALUNO) =
                     WS-NOME-NORMALIZADO AND
                     WS-AL-DT-NASCIMENTO (WS-IDX-ALUNO) =
                     ME-DT-NASCIMENTO THEN
                     MOVE WS-IDX-ALUNO TO WS-ALUNO-ACHADO
                     MOVE 'NOME' TO WS-FORMA-CASAMENTO
                  END-IF
               END-PERFORM
            END-IF

            IF WS-ALUNO-ACHADO = 0 THEN
               MOVE 2 TO WS-TIPO-DIFERENCA
               MOVE SPACES TO WS-LINHA-DIFERENCA
               STRING 'ID ' ME-ID-OFICIAL ' ' ME-NM-ALUNO
                      ' NASC ' ME-DT-NASCIMENTO
                      ' SERIE ' ME-SERIE ' TURMA ' ME-CD-TURMA
                      ' SIT ' ME-SITUACAO
                      DELIMITED BY SIZE INTO WS-LINHA-DIFERENCA
               END-STRING
               PERFORM P290-GUARDAR-DIFERENCA
            ELSE
               MOVE 'S' TO WS-AL-CASADO (WS-ALUNO-ACHADO)
               IF WS-FORMA-CASAMENTO = 'ID' THEN
                  ADD 1 TO WS-QTD-CASADOS-ID
               ELSE
                  ADD 1 TO WS-QTD-CASADOS-NOME
               END-IF
               PERFORM P210-COMPARAR-TURMA
               PERFORM P220-COMPARAR-SITUACAO
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * A SERIE NOSSA VEM DO CADASTRO DA TURMA; A TURMA DO ESTADO SO EH
      * COMPARADA QUANDO VEM PREENCHIDA.
      *-----------------------------------------------------------------
       P210-COMPARAR-TURMA.
            MOVE 0 TO WS-SERIE-NOSSA
            CALL 'BUSCAR-TURMA'
                          USING WS-AL-CD-TURMA (WS-ALUNO-ACHADO),
                                REG-TURMA, WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
               MOVE TU-SERIE TO WS-SERIE-NOSSA
            END-IF
            IF ME-SERIE NOT = WS-SERIE-NOSSA OR
               (ME-CD-TURMA NOT = SPACES AND
                ME-CD-TURMA NOT = WS-AL-CD-TURMA (WS-ALUNO-ACHADO))
               THEN
               MOVE 3 TO WS-TIPO-DIFERENCA
               MOVE SPACES TO WS-LINHA-DIFERENCA
               STRING WS-AL-CD-STUDENT (WS-ALUNO-ACHADO) ' '
                      WS-AL-NM-STUDENT (WS-ALUNO-ACHADO)
                      ' NOSSA ' WS-AL-CD-TURMA (WS-ALUNO-ACHADO)
                      '/' WS-SERIE-NOSSA
                      ' ESTADO ' ME-CD-TURMA '/' ME-SERIE
                      ' (POR ' WS-FORMA-CASAMENTO ')'
                      DELIMITED BY SIZE INTO WS-LINHA-DIFERENCA
               END-STRING
               PERFORM P290-GUARDAR-DIFERENCA
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * NOSSO CICLO DE VIDA NOS CODIGOS DO ESTADO: ATIVO = M,
      * TRANSFERIDO = T, EVADIDO/TRANCADO = A, CONCLUIDO = C,
      * FALECIDO = F; INATIVO GENERICO FICA '?' E SEMPRE DIVERGE.
      *-----------------------------------------------------------------
       P220-COMPARAR-SITUACAO.
            EVALUATE WS-AL-ST-ALUNO (WS-ALUNO-ACHADO)
               WHEN 'A'
                  MOVE 'M' TO WS-SITUACAO-NOSSA
               WHEN 'T'
                  MOVE 'T' TO WS-SITUACAO-NOSSA
               WHEN 'V'
               WHEN 'R'
                  MOVE 'A' TO WS-SITUACAO-NOSSA
               WHEN 'C'
                  MOVE 'C' TO WS-SITUACAO-NOSSA
               WHEN 'F'
                  MOVE 'F' TO WS-SITUACAO-NOSSA
               WHEN OTHER
                  MOVE '?' TO WS-SITUACAO-NOSSA
            END-EVALUATE
            IF ME-SITUACAO NOT = WS-SITUACAO-NOSSA THEN
               MOVE 4 TO WS-TIPO-DIFERENCA
               MOVE SPACES TO WS-LINHA-DIFERENCA
               STRING WS-AL-CD-STUDENT (WS-ALUNO-ACHADO) ' '
                      WS-AL-NM-STUDENT (WS-ALUNO-ACHADO)
                      ' NOSSA ' WS-AL-ST-ALUNO (WS-ALUNO-ACHADO)
                      ' (' WS-SITUACAO-NOSSA ')'
                      ' ESTADO ' ME-SITUACAO
                      ' (POR ' WS-FORMA-CASAMENTO ')'
                      DELIMITED BY SIZE INTO WS-LINHA-DIFERENCA
               END-STRING
               PERFORM P290-GUARDAR-DIFERENCA
            END-IF
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * A EXCECAO LEVA O ALUNO (ZERO QUANDO SO EXISTE NO ESTADO) E A
      * TURMA; O MOTIVO RESUME A DIVERGENCIA EM 40 POSICOES. O ITEM
      * FICA GUARDADO COM A DIVERGENCIA E EH GRAVADO EM P510.
      *-----------------------------------------------------------------
       P290-GUARDAR-DIFERENCA.
            IF WS-QTD-DIFERENCAS < 3000 THEN
               ADD 1 TO WS-QTD-DIFERENCAS
               MOVE WS-TIPO-DIFERENCA
                 TO WS-DF-TIPO (WS-QTD-DIFERENCAS)
               MOVE WS-LINHA-DIFERENCA
                 TO WS-DF-LINHA (WS-QTD-DIFERENCAS)
               ADD 1 TO WS-QTD-LISTA (WS-TIPO-DIFERENCA)

               MOVE SPACES TO REG-EXCECAO
               MOVE SPACES TO XC-CD-MATERIA
               EVALUATE WS-TIPO-DIFERENCA
                  WHEN 1
                     MOVE WS-AL-CD-STUDENT (WS-IDX-ALUNO)
                       TO XC-CD-STUDENT
                     MOVE WS-AL-CD-TURMA (WS-IDX-ALUNO) TO XC-CD-TURMA
                     MOVE 'CONCILIACAO: ATIVO FORA DO ESTADO'
                       TO XC-MOTIVO
                  WHEN 2
                     MOVE 0 TO XC-CD-STUDENT
                     MOVE ME-CD-TURMA TO XC-CD-TURMA
                     STRING 'CONCILIACAO: SO NO ESTADO ' ME-ID-OFICIAL
                            DELIMITED BY SIZE INTO XC-MOTIVO
                     END-STRING
                  WHEN 3
                     MOVE WS-AL-CD-STUDENT (WS-ALUNO-ACHADO)
                       TO XC-CD-STUDENT
                     MOVE WS-AL-CD-TURMA (WS-ALUNO-ACHADO)
                       TO XC-CD-TURMA
                     STRING 'CONCILIACAO: ESTADO TURMA ' ME-CD-TURMA
                            ' SERIE ' ME-SERIE
                            DELIMITED BY SIZE INTO XC-MOTIVO
                     END-STRING
                  WHEN 4
                     MOVE WS-AL-CD-STUDENT (WS-ALUNO-ACHADO)
                       TO XC-CD-STUDENT
                     MOVE WS-AL-CD-TURMA (WS-ALUNO-ACHADO)
                       TO XC-CD-TURMA
                     STRING 'CONCILIACAO: SITUACAO ESTADO ' ME-SITUACAO
                            ' NOSSA ' WS-AL-ST-ALUNO (WS-ALUNO-ACHADO)
                            DELIMITED BY SIZE INTO XC-MOTIVO
                     END-STRING
               END-EVALUATE
               MOVE REG-EXCECAO (1:55)
                 TO WS-DF-EXCECAO (WS-QTD-DIFERENCAS)
            END-IF
            .
       P290-FIM.
      *-----------------------------------------------------------------
      * ALUNO ATIVO QUE NENHUMA LINHA DO ESTADO CASOU.
      *-----------------------------------------------------------------
       P300-ATIVOS-SO-NOSSOS.
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
               IF WS-AL-CASADO (WS-IDX-ALUNO) = 'N' AND
                  WS-AL-ST-ALUNO (WS-IDX-ALUNO) = 'A' THEN
                  MOVE 1 TO WS-TIPO-DIFERENCA
                  MOVE SPACES TO WS-LINHA-DIFERENCA
                  STRING WS-AL-CD-STUDENT (WS-IDX-ALUNO) ' '
                         WS-AL-NM-STUDENT (WS-IDX-ALUNO)
                         ' TURMA ' WS-AL-CD-TURMA (WS-IDX-ALUNO)
                         ' NASC ' WS-AL-DT-NASCIMENTO (WS-IDX-ALUNO)
                         ' ID ' WS-AL-ID-OFICIAL (WS-IDX-ALUNO)
                         DELIMITED BY SIZE INTO WS-LINHA-DIFERENCA
                  END-STRING
                  PERFORM P290-GUARDAR-DIFERENCA
               END-IF
            END-PERFORM
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P510-GRAVAR-EXCECAO.
            MOVE SPACES TO REG-EXCECAO
            MOVE WS-DF-EXCECAO (WS-IDX-DIFERENCA)
              TO REG-EXCECAO (1:55)
            MOVE 'RECONCILIAR-ESTADO' TO XC-ORIGEM
            ACCEPT XC-DATA FROM DATE YYYYMMDD
            ACCEPT XC-HORA FROM TIME
            SET XC-ABERTA TO TRUE
            MOVE SPACES TO XC-COD-RESOLUCAO
            MOVE SPACES TO XC-OPERADOR-RESOLVEU
            WRITE REG-EXCECAO
            .
       P510-FIM.
      *-----------------------------------------------------------------
      * AS QUATRO LISTAS, CADA UMA COM O SEU TOTAL.
      *-----------------------------------------------------------------
       P600-IMPRIMIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'CONCILIACAO MESTRE X MATRICULA ESTADUAL - EMITIDO '
                   'EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'LINHAS DO ESTADO: ' WS-QTD-LINHAS-ESTADO
                   '  CASADAS POR ID: ' WS-QTD-CASADOS-ID
                   '  POR NOME+NASCIMENTO: ' WS-QTD-CASADOS-NOME
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            PERFORM VARYING WS-LISTA-ATUAL FROM 1 BY 1
                    UNTIL WS-LISTA-ATUAL > 4
               MOVE SPACES TO REC-RELATORIO
               WRITE REC-RELATORIO
               MOVE SPACES TO REC-RELATORIO
               STRING WS-TITULO-ITEM (WS-LISTA-ATUAL)
                      ' TOTAL: ' WS-QTD-LISTA (WS-LISTA-ATUAL)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               PERFORM VARYING WS-IDX-DIFERENCA FROM 1 BY 1
                       UNTIL WS-IDX-DIFERENCA > WS-QTD-DIFERENCAS
                  IF WS-DF-TIPO (WS-IDX-DIFERENCA) = WS-LISTA-ATUAL
                     THEN
                     MOVE SPACES TO REC-RELATORIO
                     STRING '   '
                            WS-DF-LINHA (WS-IDX-DIFERENCA)
                            DELIMITED BY SIZE INTO REC-RELATORIO
                     END-STRING
                     WRITE REC-RELATORIO
                  END-IF
               END-PERFORM
            END-PERFORM
            CLOSE RELATORIO-FILE
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'RECONCILIAR-ESTADO' TO LY-PROGRAMA
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
       END PROGRAM RECONCILIAR-ESTADO.
