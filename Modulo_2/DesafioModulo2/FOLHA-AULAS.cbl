      ******************************************************************
      * Author: GILDO
      * Date: 14/10/2026
      * Purpose: EXTRATO MENSAL DE AULAS DADAS PARA A FOLHA DE
      *          PAGAMENTO DOS PROFESSORES HORISTAS: O RH CONTAVA AS
      *          AULAS NA MAO PELO DIARIO. AQUI A EVIDENCIA EH O LIVRO
      *          DE CHAMADA (CHAMADA.TXT) - CADA DATA DISTINTA COM
      *          CHAMADA DE UMA TURMA/MATERIA NO MES EH UMA AULA DADA,
      *          CREDITADA AO PROFESSOR EM VIGOR NAQUELA DATA SEGUNDO
      *          ATRIBUICOES.TXT (O SUBSTITUTO DENTRO DA SUA VIGENCIA
      *          AT-DATA-INICIO/AT-DATA-FIM, NAO O TITULAR - MESMA
      *          REGRA DE BUSCAR-PROFESSOR-TURMA). AS DATAS LETIVAS
      *          (CALENDARIO.TXT) ATE HOJE EM QUE O HORARIO
      *          (HORARIO.TXT) PREVE AULA E NAO HA CHAMADA SAEM NA
      *          COLUNA "NAO COMPROVADAS", SEPARADAS DAS DADAS.
      *          SAIDAS: FOLHA-AULAS.TXT (LAYOUT FIXO PARA O SISTEMA
      *          DE FOLHA, VEJA FOLHA-AULAS-RECORD.CPY) E
      *          CONFERENCIA-FOLHA-AULAS.TXT (POR PROFESSOR E TURMA/
      *          MATERIA, COM BLOCO DE ASSINATURAS). RESTRITO A
      *          COORDENADOR/ADMIN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA-AULAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO-FILE ASSIGN TO
           '../../ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATRIBUICAO.

           SELECT PROFESSOR-FILE ASSIGN TO
           '../../PROFESSORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROFESSOR.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT CALENDARIO-FILE ASSIGN TO
           '../../CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALENDARIO.

           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT FOLHA-FILE ASSIGN TO
           '../../FOLHA-AULAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHA.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../CONFERENCIA-FOLHA-AULAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ATRIBUICAO-FILE.
           COPY ATRIBUICAO-RECORD.
       FD PROFESSOR-FILE.
           COPY PROFESSOR-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD CALENDARIO-FILE.
           COPY CALENDARIO-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD FOLHA-FILE.
           COPY FOLHA-AULAS-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO               PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-ATRIBUICAO               PIC X(02)       VALUE SPACES.
       77 FS-PROFESSOR                PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-CALENDARIO               PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 FS-FOLHA                    PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): O EXTRATO SO CONTA AS AULAS DAS TURMAS DA UNIDADE DO
      * OPERADOR (ATRIBUICOES, CHAMADAS E GRADE).
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
       77 WS-ANO-ALVO                 PIC 9(04)       VALUE 0.
       77 WS-MES-ALVO                 PIC 9(02)       VALUE 0.
       77 WS-ESTOURO-TABELAS          PIC X(01)       VALUE 'N'.
      * DATAS: DDMMAAAA VIRA AAAAMMDD ORDENAVEL VIA QUEBRAR-DATA.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DATA-ORD                 PIC 9(08)       VALUE 0.
       77 WS-HOJE-ORD                 PIC 9(08)       VALUE 0.
       77 WS-DIA-SEMANA-AULA          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-DIA-SEMANA       PIC 9(01)       VALUE 0.
      * ATRIBUICOES COM A VIGENCIA JA ORDENAVEL (0 NO INICIO = SEM
      * LIMITE; FIM SEM LIMITE VIRA 99999999).
       77 WS-QTD-ATRIBUICOES          PIC 9(04)       VALUE 0.
       77 WS-IDX-ATR                  PIC 9(04)       VALUE 0.
       01 WS-TABELA-ATRIBUICOES.
           02 WS-ATR-ITEM OCCURS 1000 TIMES.
              03 WS-ATR-TURMA         PIC X(05).
              03 WS-ATR-MATERIA       PIC X(05).
              03 WS-ATR-PROFESSOR     PIC 9(04).
              03 WS-ATR-INICIO-ORD    PIC 9(08).
              03 WS-ATR-FIM-ORD       PIC 9(08).
              03 WS-ATR-SUBSTITUTO    PIC X(01).
      * NOMES DOS PROFESSORES (PROFESSORES.TXT).
       77 WS-QTD-PROFESSORES          PIC 9(03)       VALUE 0.
       77 WS-IDX-PROF                 PIC 9(03)       VALUE 0.
       01 WS-TABELA-PROFESSORES.
           02 WS-PROF-ITEM OCCURS 500 TIMES.
              03 WS-PROF-CD           PIC 9(04).
              03 WS-PROF-NOME         PIC X(30).
      * AULAS DADAS NO MES: UMA LINHA POR TURMA/MATERIA/DATA COM
      * CHAMADA (O LIVRO TEM UM REGISTRO POR ALUNO - AQUI FICA UM POR
      * AULA).
       77 WS-QTD-DADAS                PIC 9(05)       VALUE 0.
       77 WS-IDX-DADA                 PIC 9(05)       VALUE 0.
       77 WS-POS-DADA                 PIC 9(05)       VALUE 0.
       01 WS-TABELA-DADAS.
           02 WS-DADA-ITEM OCCURS 6000 TIMES.
              03 WS-DAD-TURMA         PIC X(05).
              03 WS-DAD-MATERIA       PIC X(05).
              03 WS-DAD-DATA          PIC 9(08).
       01 WS-CHAVE-ANTERIOR.
           03 WS-ANT-TURMA            PIC X(05)       VALUE SPACES.
           03 WS-ANT-MATERIA          PIC X(05)       VALUE SPACES.
           03 WS-ANT-DATA             PIC 9(08)       VALUE 0.
      * GRADE: TURMA/MATERIA/DIA DA SEMANA COM AULA NO HORARIO (DOIS
      * PERIODOS NO MESMO DIA SAO A MESMA DATA DE AULA).
       77 WS-QTD-GRADE                PIC 9(04)       VALUE 0.
       77 WS-IDX-GRADE                PIC 9(04)       VALUE 0.
       77 WS-POS-GRADE                PIC 9(04)       VALUE 0.
       01 WS-TABELA-GRADE.
           02 WS-GRADE-ITEM OCCURS 2000 TIMES.
              03 WS-GRD-TURMA         PIC X(05).
              03 WS-GRD-MATERIA       PIC X(05).
              03 WS-GRD-DIA-SEMANA    PIC 9(01).
      * DIAS LETIVOS DO MES ATE HOJE.
       77 WS-QTD-LETIVOS              PIC 9(02)       VALUE 0.
       77 WS-IDX-LETIVO               PIC 9(02)       VALUE 0.
       01 WS-TABELA-LETIVOS.
           02 WS-LETIVO-ITEM OCCURS 31 TIMES.
              03 WS-LET-DATA          PIC 9(08).
              03 WS-LET-DIA-SEMANA    PIC 9(01).
      * ACUMULADO POR PROFESSOR/TURMA/MATERIA (PROFESSOR 0 = DATA SEM
      * ATRIBUICAO VIGENTE - VAI PARA A CONFERENCIA, NAO PARA A FOLHA).
       77 WS-QTD-FOLHA                PIC 9(04)       VALUE 0.
       77 WS-IDX-FOLHA                PIC 9(04)       VALUE 0.
       77 WS-POS-FOLHA                PIC 9(04)       VALUE 0.
       01 WS-TABELA-FOLHA.
           02 WS-FOLHA-ITEM OCCURS 3000 TIMES.
              03 WS-FOL-PROFESSOR     PIC 9(04).
              03 WS-FOL-TURMA         PIC X(05).
              03 WS-FOL-MATERIA       PIC X(05).
              03 WS-FOL-DADAS         PIC 9(04).
              03 WS-FOL-SUBSTITUICAO  PIC 9(04).
              03 WS-FOL-NAO-COMPROV   PIC 9(04).
              03 WS-FOL-IMPRESSO      PIC X(01).
      * RESOLUCAO DO PROFESSOR EM VIGOR NA DATA.
       77 WS-RES-TURMA                PIC X(05)       VALUE SPACES.
       77 WS-RES-MATERIA              PIC X(05)       VALUE SPACES.
       77 WS-RES-DATA-ORD             PIC 9(08)       VALUE 0.
       77 WS-RES-PROFESSOR            PIC 9(04)       VALUE 0.
       77 WS-RES-SUBSTITUTO           PIC X(01)       VALUE 'N'.
      * TOTAIS DO PROFESSOR CORRENTE E GERAIS.
       77 WS-PROF-CORRENTE            PIC 9(04)       VALUE 0.
       77 WS-NOME-CORRENTE            PIC X(30)       VALUE SPACES.
       77 WS-TOT-DADAS                PIC 9(05)       VALUE 0.
       77 WS-TOT-SUBSTITUICAO         PIC 9(05)       VALUE 0.
       77 WS-TOT-NAO-COMPROV          PIC 9(05)       VALUE 0.
       77 WS-GER-DADAS                PIC 9(06)       VALUE 0.
       77 WS-GER-SUBSTITUICAO         PIC 9(06)       VALUE 0.
       77 WS-GER-NAO-COMPROV          PIC 9(06)       VALUE 0.
       77 WS-QTD-EXTRATO              PIC 9(04)       VALUE 0.
           COPY FORMATOS-DATA.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'EXTRATO MENSAL DE AULAS DADAS (FOLHA)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 OR
               (WS-RETORNO-VALIDAR-OP = 0 AND
                WS-PERFIL-OPERADOR NOT = 'C' AND
                WS-PERFIL-OPERADOR NOT = 'A') THEN
               DISPLAY 'EXTRATO RESTRITO A COORDENADOR/ADMIN '
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'ANO (AAAA)....................: '
            ACCEPT WS-ANO-ALVO
            DISPLAY 'MES (MM)......................: '
            ACCEPT WS-MES-ALVO
            IF WS-MES-ALVO < 1 OR WS-MES-ALVO > 12 THEN
               DISPLAY 'MES INVALIDO'
               STOP RUN
            END-IF

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            MOVE WS-DATA-EMISSAO TO WS-HOJE-ORD
            SET FORMATO-DDMMAAAA TO TRUE

            PERFORM P100-CARREGAR-ATRIBUICOES
            IF WS-QTD-ATRIBUICOES = 0 THEN
               DISPLAY 'NENHUMA ATRIBUICAO CADASTRADA (PROGARQ004)'
               STOP RUN
            END-IF
            PERFORM P150-CARREGAR-PROFESSORES
            PERFORM P200-CARREGAR-DADAS
            PERFORM P250-CARREGAR-GRADE
            PERFORM P270-CARREGAR-LETIVOS

            PERFORM P300-CREDITAR-DADAS
            PERFORM P400-APURAR-NAO-COMPROVADAS
            PERFORM P600-GRAVAR-SAIDAS

            DISPLAY '*******************************************'
            DISPLAY 'MES/ANO.......................: '
                    WS-MES-ALVO '/' WS-ANO-ALVO
            DISPLAY 'AULAS DADAS (COM CHAMADA).....: ' WS-GER-DADAS
            DISPLAY '  DAS QUAIS POR SUBSTITUTO....: '
                    WS-GER-SUBSTITUICAO
            DISPLAY 'AULAS NAO COMPROVADAS.........: '
                    WS-GER-NAO-COMPROV
            DISPLAY 'PROFESSORES NO EXTRATO........: ' WS-QTD-EXTRATO
            IF AI-TREINAMENTO THEN
               DISPLAY 'EXTRATO: NAO GERADO NO AMBIENTE DE TREINAMENTO'
            ELSE
               DISPLAY 'EXTRATO: FOLHA-AULAS.TXT'
            END-IF
            DISPLAY 'CONFERENCIA: CONFERENCIA-FOLHA-AULAS.TXT'
            IF WS-ESTOURO-TABELAS = 'S' THEN
               DISPLAY '*** ATENCAO: TABELAS DE TRABALHO ESTOURARAM - '
                       'EXTRATO INCOMPLETO, NAO ENVIAR A FOLHA ***'
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P100-CARREGAR-ATRIBUICOES.
            MOVE 'N' TO WS-EOF
            OPEN INPUT ATRIBUICAO-FILE
            IF FS-ATRIBUICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ATRIBUICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE AT-CD-TURMA TO WS-TURMA-UNIDADE
                           PERFORM P130-UNIDADE-DA-TURMA
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              PERFORM P110-GUARDAR-ATRIBUICAO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ATRIBUICAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-ATRIBUICAO.
            IF WS-QTD-ATRIBUICOES >= 1000 THEN
               MOVE 'S' TO WS-ESTOURO-TABELAS
            ELSE
               ADD 1 TO WS-QTD-ATRIBUICOES
               MOVE AT-CD-TURMA TO WS-ATR-TURMA (WS-QTD-ATRIBUICOES)
               MOVE AT-CD-MATERIA
                 TO WS-ATR-MATERIA (WS-QTD-ATRIBUICOES)
               MOVE AT-CD-PROFESSOR
                 TO WS-ATR-PROFESSOR (WS-QTD-ATRIBUICOES)
               IF AT-SUBSTITUTO THEN
                  MOVE 'S' TO WS-ATR-SUBSTITUTO (WS-QTD-ATRIBUICOES)
               ELSE
                  MOVE 'N' TO WS-ATR-SUBSTITUTO (WS-QTD-ATRIBUICOES)
               END-IF
               MOVE 0 TO WS-ATR-INICIO-ORD (WS-QTD-ATRIBUICOES)
               IF AT-DATA-INICIO IS NUMERIC AND AT-DATA-INICIO > 0
                  THEN
                  MOVE AT-DATA-INICIO TO WS-DATA-TRABALHO
                  PERFORM P120-ORDENAR-DATA
                  MOVE WS-DATA-ORD
                    TO WS-ATR-INICIO-ORD (WS-QTD-ATRIBUICOES)
               END-IF
               MOVE 99999999 TO WS-ATR-FIM-ORD (WS-QTD-ATRIBUICOES)
               IF AT-DATA-FIM IS NUMERIC AND AT-DATA-FIM > 0 THEN
                  MOVE AT-DATA-FIM TO WS-DATA-TRABALHO
                  PERFORM P120-ORDENAR-DATA
                  MOVE WS-DATA-ORD
                    TO WS-ATR-FIM-ORD (WS-QTD-ATRIBUICOES)
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P120-ORDENAR-DATA.
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-ORD =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            .
       P120-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P130-UNIDADE-DA-TURMA.
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
       P130-FIM.
      *-----------------------------------------------------------------
       P150-CARREGAR-PROFESSORES.
            MOVE 'N' TO WS-EOF
            OPEN INPUT PROFESSOR-FILE
            IF FS-PROFESSOR = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PROFESSOR-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PROFESSORES < 500 THEN
                              ADD 1 TO WS-QTD-PROFESSORES
                              MOVE PR-CD-PROFESSOR
                                TO WS-PROF-CD (WS-QTD-PROFESSORES)
                              MOVE PR-NM-PROFESSOR
                                TO WS-PROF-NOME (WS-QTD-PROFESSORES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PROFESSOR-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * UMA PASSADA NO LIVRO: REGISTRO VIVO (NAO ESTORNADO) DO MES
      * VIRA UMA AULA DADA POR TURMA/MATERIA/DATA. O LIVRO EH GRAVADO
      * POR CHAMADA, ENTAO A MESMA CHAVE DO REGISTRO ANTERIOR NEM
      * PRECISA SER PROCURADA NA TABELA.
      *-----------------------------------------------------------------
       P200-CARREGAR-DADAS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA NOT = '00' THEN
               DISPLAY 'LIVRO DE CHAMADA (CHAMADA.TXT) NAO '
                       'ENCONTRADO - NENHUMA AULA COMPROVADA'
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           CALL 'CONFERIR-UNIDADE'
                                         USING WS-UNIDADE-FILTRO,
                                               CH-CD-UNIDADE,
                                               WS-RETORNO-UNIDADE
                           IF NOT CH-REGISTRO-ESTORNADO AND
                              WS-RETORNO-UNIDADE = 0 AND
                              CH-DATA-AULA (3:2) = WS-MES-ALVO AND
                              CH-DATA-AULA (5:4) = WS-ANO-ALVO AND
                              (CH-CD-TURMA NOT = WS-ANT-TURMA OR
                               CH-CD-MATERIA NOT = WS-ANT-MATERIA OR
                               CH-DATA-AULA NOT = WS-ANT-DATA) THEN
                              PERFORM P210-GUARDAR-DADA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-GUARDAR-DADA.
            MOVE CH-CD-TURMA TO WS-ANT-TURMA
            MOVE CH-CD-MATERIA TO WS-ANT-MATERIA
            MOVE CH-DATA-AULA TO WS-ANT-DATA

            MOVE CH-CD-TURMA TO WS-RES-TURMA
            MOVE CH-CD-MATERIA TO WS-RES-MATERIA
            MOVE CH-DATA-AULA TO WS-DATA-TRABALHO
            PERFORM P220-LOCALIZAR-DADA

            IF WS-POS-DADA = 0 THEN
               IF WS-QTD-DADAS >= 6000 THEN
                  MOVE 'S' TO WS-ESTOURO-TABELAS
               ELSE
                  ADD 1 TO WS-QTD-DADAS
                  MOVE CH-CD-TURMA TO WS-DAD-TURMA (WS-QTD-DADAS)
                  MOVE CH-CD-MATERIA TO WS-DAD-MATERIA (WS-QTD-DADAS)
                  MOVE CH-DATA-AULA TO WS-DAD-DATA (WS-QTD-DADAS)
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * PROCURA WS-RES-TURMA/WS-RES-MATERIA NA DATA WS-DATA-TRABALHO
      * ENTRE AS AULAS DADAS (0 = SEM CHAMADA).
      *-----------------------------------------------------------------
       P220-LOCALIZAR-DADA.
            MOVE 0 TO WS-POS-DADA
            PERFORM VARYING WS-IDX-DADA FROM 1 BY 1
                    UNTIL WS-IDX-DADA > WS-QTD-DADAS
                       OR WS-POS-DADA > 0
               IF WS-DAD-TURMA (WS-IDX-DADA) = WS-RES-TURMA AND
                  WS-DAD-MATERIA (WS-IDX-DADA) = WS-RES-MATERIA AND
                  WS-DAD-DATA (WS-IDX-DADA) = WS-DATA-TRABALHO THEN
                  MOVE WS-IDX-DADA TO WS-POS-DADA
               END-IF
            END-PERFORM
            .
       P220-FIM.
      *-----------------------------------------------------------------
       P250-CARREGAR-GRADE.
            MOVE 'N' TO WS-EOF
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE HR-CD-TURMA TO WS-TURMA-UNIDADE
                           PERFORM P130-UNIDADE-DA-TURMA
                           IF HR-DIA-SEMANA >= 1 AND
                              HR-DIA-SEMANA <= 7 AND
                              WS-RETORNO-UNIDADE = 0 THEN
                              PERFORM P260-GUARDAR-GRADE
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            ELSE
               DISPLAY 'AVISO: SEM HORARIO (HORARIO.TXT) - COLUNA '
                       'NAO COMPROVADAS FICA ZERADA'
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P260-GUARDAR-GRADE.
            MOVE 0 TO WS-POS-GRADE
            PERFORM VARYING WS-IDX-GRADE FROM 1 BY 1
                    UNTIL WS-IDX-GRADE > WS-QTD-GRADE
                       OR WS-POS-GRADE > 0
               IF WS-GRD-TURMA (WS-IDX-GRADE) = HR-CD-TURMA AND
                  WS-GRD-MATERIA (WS-IDX-GRADE) = HR-CD-MATERIA AND
                  WS-GRD-DIA-SEMANA (WS-IDX-GRADE) = HR-DIA-SEMANA
                  THEN
                  MOVE WS-IDX-GRADE TO WS-POS-GRADE
               END-IF
            END-PERFORM
            IF WS-POS-GRADE = 0 THEN
               IF WS-QTD-GRADE >= 2000 THEN
                  MOVE 'S' TO WS-ESTOURO-TABELAS
               ELSE
                  ADD 1 TO WS-QTD-GRADE
                  MOVE HR-CD-TURMA TO WS-GRD-TURMA (WS-QTD-GRADE)
                  MOVE HR-CD-MATERIA TO WS-GRD-MATERIA (WS-QTD-GRADE)
                  MOVE HR-DIA-SEMANA
                    TO WS-GRD-DIA-SEMANA (WS-QTD-GRADE)
               END-IF
            END-IF
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * DIAS LETIVOS DO MES ALVO QUE JA PASSARAM (DATA FUTURA AINDA
      * NAO PODE TER CHAMADA).
      *-----------------------------------------------------------------
       P270-CARREGAR-LETIVOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT CALENDARIO-FILE
            IF FS-CALENDARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CALENDARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CL-DIA-LETIVO AND
                              CL-DATA (3:2) = WS-MES-ALVO AND
                              CL-DATA (5:4) = WS-ANO-ALVO AND
                              WS-QTD-LETIVOS < 31 THEN
                              MOVE CL-DATA TO WS-DATA-TRABALHO
                              PERFORM P120-ORDENAR-DATA
                              IF WS-DATA-ORD <= WS-HOJE-ORD THEN
                                 ADD 1 TO WS-QTD-LETIVOS
                                 MOVE CL-DATA
                                   TO WS-LET-DATA (WS-QTD-LETIVOS)
                                 CALL 'CALCULAR-DIA-SEMANA'
                                      USING CL-DATA,
                                            WS-DIA-SEMANA-AULA,
                                            WS-RETORNO-DIA-SEMANA
                                 MOVE WS-DIA-SEMANA-AULA
                                   TO WS-LET-DIA-SEMANA
                                      (WS-QTD-LETIVOS)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
            ELSE
               DISPLAY 'AVISO: SEM CALENDARIO (CALENDARIO.TXT) - '
                       'COLUNA NAO COMPROVADAS FICA ZERADA'
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P270-FIM.
      *-----------------------------------------------------------------
       P300-CREDITAR-DADAS.
            PERFORM VARYING WS-IDX-DADA FROM 1 BY 1
                    UNTIL WS-IDX-DADA > WS-QTD-DADAS
               MOVE WS-DAD-TURMA (WS-IDX-DADA) TO WS-RES-TURMA
               MOVE WS-DAD-MATERIA (WS-IDX-DADA) TO WS-RES-MATERIA
               MOVE WS-DAD-DATA (WS-IDX-DADA) TO WS-DATA-TRABALHO
               PERFORM P120-ORDENAR-DATA
               MOVE WS-DATA-ORD TO WS-RES-DATA-ORD
               PERFORM P500-RESOLVER-PROFESSOR
               PERFORM P550-LOCALIZAR-FOLHA
               IF WS-POS-FOLHA > 0 THEN
                  ADD 1 TO WS-FOL-DADAS (WS-POS-FOLHA)
                  IF WS-RES-SUBSTITUTO = 'S' THEN
                     ADD 1 TO WS-FOL-SUBSTITUICAO (WS-POS-FOLHA)
                  END-IF
               END-IF
            END-PERFORM
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * CADA DATA LETIVA x CADA TURMA/MATERIA COM AULA NO HORARIO
      * NAQUELE DIA DA SEMANA: SEM CHAMADA, EH AULA NAO COMPROVADA
      * DO PROFESSOR EM VIGOR NA DATA.
      *-----------------------------------------------------------------
       P400-APURAR-NAO-COMPROVADAS.
            PERFORM VARYING WS-IDX-LETIVO FROM 1 BY 1
                    UNTIL WS-IDX-LETIVO > WS-QTD-LETIVOS
               PERFORM VARYING WS-IDX-GRADE FROM 1 BY 1
                       UNTIL WS-IDX-GRADE > WS-QTD-GRADE
                  IF WS-GRD-DIA-SEMANA (WS-IDX-GRADE) =
                     WS-LET-DIA-SEMANA (WS-IDX-LETIVO) THEN
                     PERFORM P410-CONFERIR-AULA-PREVISTA
                  END-IF
               END-PERFORM
            END-PERFORM
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-CONFERIR-AULA-PREVISTA.
            MOVE WS-GRD-TURMA (WS-IDX-GRADE) TO WS-RES-TURMA
            MOVE WS-GRD-MATERIA (WS-IDX-GRADE) TO WS-RES-MATERIA
            MOVE WS-LET-DATA (WS-IDX-LETIVO) TO WS-DATA-TRABALHO
            PERFORM P220-LOCALIZAR-DADA
            IF WS-POS-DADA = 0 THEN
               PERFORM P120-ORDENAR-DATA
               MOVE WS-DATA-ORD TO WS-RES-DATA-ORD
               PERFORM P500-RESOLVER-PROFESSOR
               PERFORM P550-LOCALIZAR-FOLHA
               IF WS-POS-FOLHA > 0 THEN
                  ADD 1 TO WS-FOL-NAO-COMPROV (WS-POS-FOLHA)
               END-IF
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * PROFESSOR EM VIGOR NA DATA WS-RES-DATA-ORD PARA A TURMA/
      * MATERIA - SUBSTITUTO VIGENTE GANHA DO TITULAR; ENTRE
      * TITULARES, O ULTIMO VIGENTE DO ARQUIVO (MESMA REGRA DE
      * BUSCAR-PROFESSOR-TURMA, AQUI EM MEMORIA PORQUE SAO MILHARES
      * DE DATAS). 0 = NINGUEM ATRIBUIDO NA DATA.
      *-----------------------------------------------------------------
       P500-RESOLVER-PROFESSOR.
            MOVE 0 TO WS-RES-PROFESSOR
            MOVE 'N' TO WS-RES-SUBSTITUTO
            PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                    UNTIL WS-IDX-ATR > WS-QTD-ATRIBUICOES
               IF WS-ATR-TURMA (WS-IDX-ATR) = WS-RES-TURMA AND
                  WS-ATR-MATERIA (WS-IDX-ATR) = WS-RES-MATERIA AND
                  WS-ATR-INICIO-ORD (WS-IDX-ATR) <= WS-RES-DATA-ORD
                  AND WS-ATR-FIM-ORD (WS-IDX-ATR) >= WS-RES-DATA-ORD
                  THEN
                  IF WS-ATR-SUBSTITUTO (WS-IDX-ATR) = 'S' THEN
                     MOVE WS-ATR-PROFESSOR (WS-IDX-ATR)
                       TO WS-RES-PROFESSOR
                     MOVE 'S' TO WS-RES-SUBSTITUTO
                  ELSE
                     IF WS-RES-SUBSTITUTO = 'N' THEN
                        MOVE WS-ATR-PROFESSOR (WS-IDX-ATR)
                          TO WS-RES-PROFESSOR
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P550-LOCALIZAR-FOLHA.
            MOVE 0 TO WS-POS-FOLHA
            PERFORM VARYING WS-IDX-FOLHA FROM 1 BY 1
                    UNTIL WS-IDX-FOLHA > WS-QTD-FOLHA
                       OR WS-POS-FOLHA > 0
               IF WS-FOL-PROFESSOR (WS-IDX-FOLHA) = WS-RES-PROFESSOR
                  AND WS-FOL-TURMA (WS-IDX-FOLHA) = WS-RES-TURMA
                  AND WS-FOL-MATERIA (WS-IDX-FOLHA) = WS-RES-MATERIA
                  THEN
                  MOVE WS-IDX-FOLHA TO WS-POS-FOLHA
               END-IF
            END-PERFORM
            IF WS-POS-FOLHA = 0 THEN
               IF WS-QTD-FOLHA >= 3000 THEN
                  MOVE 'S' TO WS-ESTOURO-TABELAS
               ELSE
                  ADD 1 TO WS-QTD-FOLHA
                  MOVE WS-QTD-FOLHA TO WS-POS-FOLHA
                  MOVE WS-RES-PROFESSOR
                    TO WS-FOL-PROFESSOR (WS-POS-FOLHA)
                  MOVE WS-RES-TURMA TO WS-FOL-TURMA (WS-POS-FOLHA)
                  MOVE WS-RES-MATERIA TO WS-FOL-MATERIA (WS-POS-FOLHA)
                  MOVE 0 TO WS-FOL-DADAS (WS-POS-FOLHA)
                  MOVE 0 TO WS-FOL-SUBSTITUICAO (WS-POS-FOLHA)
                  MOVE 0 TO WS-FOL-NAO-COMPROV (WS-POS-FOLHA)
                  MOVE 'N' TO WS-FOL-IMPRESSO (WS-POS-FOLHA)
               END-IF
            END-IF
            .
       P550-FIM.
      *-----------------------------------------------------------------
      * CONFERENCIA E EXTRATO: OS ACUMULADOS SAEM AGRUPADOS POR
      * PROFESSOR (NA ORDEM EM QUE APARECERAM); CADA PROFESSOR
      * ATRIBUIDO GERA UM REGISTRO NO EXTRATO.
      *-----------------------------------------------------------------
       P600-GRAVAR-SAIDAS.
      * EM TREINAMENTO SO A CONFERENCIA: O EXTRATO VAI PARA A FOLHA
      * DE PAGAMENTO E NAO PODE SAIR DE UMA COPIA.
            IF NOT AI-TREINAMENTO THEN
               OPEN OUTPUT FOLHA-FILE
            END-IF
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'CONFERENCIA DE AULAS DADAS - MES ' WS-MES-ALVO
                   '/' WS-ANO-ALVO ' - EMITIDO EM ' WS-DATA-EMISSAO
                   ' POR ' WS-OPERADOR
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'AULA DADA = DATA COM CHAMADA; NAO COMPROVADA = '
                   'DATA LETIVA COM HORARIO E SEM CHAMADA'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-FOLHA FROM 1 BY 1
                    UNTIL WS-IDX-FOLHA > WS-QTD-FOLHA
               IF WS-FOL-IMPRESSO (WS-IDX-FOLHA) = 'N' THEN
                  MOVE WS-FOL-PROFESSOR (WS-IDX-FOLHA)
                    TO WS-PROF-CORRENTE
                  PERFORM P610-RELATAR-PROFESSOR
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TOTAL GERAL - DADAS: ' WS-GER-DADAS
                   '  (SUBSTITUICAO: ' WS-GER-SUBSTITUICAO
                   ')  NAO COMPROVADAS: ' WS-GER-NAO-COMPROV
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-ESTOURO-TABELAS = 'S' THEN
               MOVE SPACES TO REC-RELATORIO
               STRING '*** TABELAS DE TRABALHO ESTOURARAM - '
                      'CONFERENCIA INCOMPLETA ***'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF

      * BLOCO DE ASSINATURAS - O RH SO LANCA NA FOLHA O EXTRATO CUJA
      * CONFERENCIA VOLTOU ASSINADA.
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING '   ______________________________      '
                   '______________________________'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING '        COORDENACAO PEDAGOGICA          '
                   '     RECURSOS HUMANOS'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            CLOSE RELATORIO-FILE
            IF NOT AI-TREINAMENTO THEN
               CLOSE FOLHA-FILE
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-RELATAR-PROFESSOR.
            MOVE 0 TO WS-TOT-DADAS
            MOVE 0 TO WS-TOT-SUBSTITUICAO
            MOVE 0 TO WS-TOT-NAO-COMPROV
            MOVE SPACES TO WS-NOME-CORRENTE
            IF WS-PROF-CORRENTE = 0 THEN
               MOVE 'SEM ATRIBUICAO VIGENTE NA DATA'
                 TO WS-NOME-CORRENTE
            ELSE
               MOVE '(NAO CADASTRADO)' TO WS-NOME-CORRENTE
               PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                       UNTIL WS-IDX-PROF > WS-QTD-PROFESSORES
                  IF WS-PROF-CD (WS-IDX-PROF) = WS-PROF-CORRENTE THEN
                     MOVE WS-PROF-NOME (WS-IDX-PROF)
                       TO WS-NOME-CORRENTE
                  END-IF
               END-PERFORM
            END-IF

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'PROFESSOR ' WS-PROF-CORRENTE ' - '
                   WS-NOME-CORRENTE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING '   TURMA MATERIA  DADAS  SUBST  NAO COMPROVADAS'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-POS-FOLHA FROM WS-IDX-FOLHA BY 1
                    UNTIL WS-POS-FOLHA > WS-QTD-FOLHA
               IF WS-FOL-PROFESSOR (WS-POS-FOLHA) = WS-PROF-CORRENTE
                  THEN
                  MOVE 'S' TO WS-FOL-IMPRESSO (WS-POS-FOLHA)
                  ADD WS-FOL-DADAS (WS-POS-FOLHA) TO WS-TOT-DADAS
                  ADD WS-FOL-SUBSTITUICAO (WS-POS-FOLHA)
                   TO WS-TOT-SUBSTITUICAO
                  ADD WS-FOL-NAO-COMPROV (WS-POS-FOLHA)
                   TO WS-TOT-NAO-COMPROV
                  MOVE SPACES TO REC-RELATORIO
                  STRING '   ' WS-FOL-TURMA (WS-POS-FOLHA)
                         ' ' WS-FOL-MATERIA (WS-POS-FOLHA)
                         '    ' WS-FOL-DADAS (WS-POS-FOLHA)
                         '   ' WS-FOL-SUBSTITUICAO (WS-POS-FOLHA)
                         '   ' WS-FOL-NAO-COMPROV (WS-POS-FOLHA)
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            STRING '   TOTAL DO PROFESSOR  ' WS-TOT-DADAS
                   '  ' WS-TOT-SUBSTITUICAO
                   '  ' WS-TOT-NAO-COMPROV
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            ADD WS-TOT-DADAS TO WS-GER-DADAS
            ADD WS-TOT-SUBSTITUICAO TO WS-GER-SUBSTITUICAO
            ADD WS-TOT-NAO-COMPROV TO WS-GER-NAO-COMPROV

            IF WS-PROF-CORRENTE > 0 AND NOT AI-TREINAMENTO THEN
               INITIALIZE REG-FOLHA-AULAS
               MOVE WS-ANO-ALVO         TO FA-ANO
               MOVE WS-MES-ALVO         TO FA-MES
               MOVE WS-PROF-CORRENTE    TO FA-CD-PROFESSOR
               MOVE WS-NOME-CORRENTE    TO FA-NM-PROFESSOR
               MOVE WS-TOT-DADAS        TO FA-QTD-AULAS-DADAS
               MOVE WS-TOT-SUBSTITUICAO TO FA-QTD-SUBSTITUICAO
               MOVE WS-TOT-NAO-COMPROV  TO FA-QTD-NAO-COMPROVADAS
               MOVE WS-DATA-EMISSAO     TO FA-DATA-GERACAO
               WRITE REG-FOLHA-AULAS
               ADD 1 TO WS-QTD-EXTRATO
            END-IF
            .
       P610-FIM.
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
       END PROGRAM FOLHA-AULAS.
