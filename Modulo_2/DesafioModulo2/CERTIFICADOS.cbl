      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CERTIFICADO DE CONCLUSAO E LIVRO DE REGISTRO DE
      *          CERTIFICADOS (CERTIFICADOS-REGISTRO.TXT, VEJA
      *          CERTIFICADO-RECORD.CPY), NO LUGAR DO CERTIFICADO
      *          MANUSCRITO E DO LIVRO DE PAPEL:
      *          1 - EMITIR OS CERTIFICADOS DE UMA TURMA DA SERIE
      *              FINAL: OS CONCLUINTES SAEM DE PROMOCAO.TXT
      *              (PROMOVIDOS DA TURMA); INCOMPLETO OU DEPENDENCIA
      *              ABERTA (DEPENDENCIAS.TXT) EH PENDENCIA E NAO
      *              RECEBE CERTIFICADO. CADA CERTIFICADO RECEBE O
      *              PROXIMO NUMERO DE REGISTRO E A FOLHA DO LIVRO, O
      *              ALUNO PASSA A CONCLUIDO NO MESTRE (ST-ALUNO 'C'
      *              COM A DATA DE CONCLUSAO, JORNALIZADO) E OS
      *              DOCUMENTOS SAEM EM CERTIFICADOS.TXT;
      *          2 - 2A VIA: NOVO REGISTRO NO LIVRO QUE APONTA PARA O
      *              REGISTRO ORIGINAL, COM O SOLICITANTE;
      *          3 - IMPRIMIR AS FOLHAS DO LIVRO PARA ENCADERNACAO
      *              (LIVRO-CERTIFICADOS.TXT), UMA FOLHA A CADA 10
      *              REGISTROS, COM TERMO DE ASSINATURAS.
      *          O LIVRO SO RECEBE INCLUSOES - NENHUMA OPCAO REGRAVA
      *          OU APAGA REGISTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCAO-FILE ASSIGN TO
           '../../PROMOCAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROMOCAO.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT TURMA-FILE ASSIGN TO
           '../../TURMAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT DEPENDENCIA-FILE ASSIGN TO
           '../../DEPENDENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPENDENCIA.

           SELECT REGISTRO-FILE ASSIGN TO
           '../../CERTIFICADOS-REGISTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

           SELECT CERTIFICADO-DOC ASSIGN TO
           '../../CERTIFICADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVRO-REL ASSIGN TO
           '../../LIVRO-CERTIFICADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PROMOCAO-FILE.
       01 REC-PROMOCAO             PIC X(100).
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD TURMA-FILE.
           COPY TURMA-RECORD.
       FD DEPENDENCIA-FILE.
           COPY DEPENDENCIA-RECORD.
       FD REGISTRO-FILE.
           COPY CERTIFICADO-RECORD.
       FD CERTIFICADO-DOC.
       01 REC-CERTIFICADO          PIC X(100).
       FD LIVRO-REL.
       01 REC-LIVRO                PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-PROMOCAO                 PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-TURMA                    PIC X(02)       VALUE SPACES.
       77 FS-DEPENDENCIA              PIC X(02)       VALUE SPACES.
       77 FS-REGISTRO                 PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-PROMOCAO             PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): SO
      * TURMA/ALUNO DA UNIDADE DELE; O LIVRO DE REGISTRO EH DA REDE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
      * NUMERACAO DO LIVRO: ULTIMO NUMERO DE REGISTRO GRAVADO E A
      * FOLHA DE CADA NUMERO (10 REGISTROS POR FOLHA).
       77 WS-ULTIMO-NUMERO            PIC 9(06)       VALUE 0.
       77 WS-NUMERO-NOVO              PIC 9(06)       VALUE 0.
       77 WS-FOLHA-NOVA               PIC 9(04)       VALUE 0.
       77 WS-REGISTROS-POR-FOLHA      PIC 9(02)       VALUE 10.
      * ALUNOS QUE JA TEM CERTIFICADO ORIGINAL NO LIVRO - RERODAR A
      * EMISSAO DA TURMA NAO DUPLICA REGISTRO.
       77 WS-QTD-CERTIFICADOS         PIC 9(04)       VALUE 0.
       77 WS-IDX-CERTIFICADO          PIC 9(04)       VALUE 0.
       77 WS-JA-CERTIFICADO           PIC 9(06)       VALUE 0.
       01 WS-TABELA-CERTIFICADOS.
           02 WS-CERTIFICADO-ITEM OCCURS 3000 TIMES.
              03 WS-CRT-CD-STUDENT    PIC 9(05).
              03 WS-CRT-NUMERO        PIC 9(06).
      * TURMA EM EMISSAO, SERIE DELA E A SERIE FINAL DO CADASTRO.
       77 WS-TURMA-FILTRO             PIC X(05)       VALUE SPACES.
       77 WS-SERIE-TURMA              PIC 9(02)       VALUE 0.
       77 WS-SERIE-FINAL              PIC 9(02)       VALUE 0.
       77 WS-SERIE-ED                 PIC Z9.
       77 WS-ANO-CONCLUSAO            PIC 9(04)       VALUE 0.
       77 WS-DATA-CONCLUSAO           PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
           COPY FORMATOS-DATA.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
      * LINHA DO RELATORIO DE PROMOCAO ('CODIGO - NOME - RESULTADO',
      * MESMA QUEBRA DO VIRADA-ANO).
       77 WS-CD-LIDO                  PIC X(10)       VALUE SPACES.
       77 WS-NM-LIDO                  PIC X(40)       VALUE SPACES.
       77 WS-RESULTADO-LIDO           PIC X(12)       VALUE SPACES.
       77 WS-CD-ALUNO                 PIC 9(05)       VALUE 0.
       77 WS-QTD-DEP-ABERTAS          PIC 9(02)       VALUE 0.
      * CONTAGENS DA EMISSAO.
       77 WS-QTD-EMITIDOS             PIC 9(04)       VALUE 0.
       77 WS-QTD-PENDENTES            PIC 9(04)       VALUE 0.
       77 WS-QTD-JA-CERTIFICADOS      PIC 9(04)       VALUE 0.
       77 WS-QTD-NAO-CONCLUINTES      PIC 9(04)       VALUE 0.
      * DADOS DO CERTIFICADO EM EMISSAO (ORIGINAL OU 2A VIA).
       77 WS-NOME-ALUNO               PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-DATA-NASC-ED             PIC X(10)       VALUE SPACES.
       77 WS-DATA-CONC-ED             PIC X(10)       VALUE SPACES.
       77 WS-DATA-EMIS-ED             PIC X(10)       VALUE SPACES.
      * 2A VIA: O REGISTRO ORIGINAL LOCALIZADO NO LIVRO.
       77 WS-NUMERO-ORIGINAL          PIC 9(06)       VALUE 0.
       77 WS-ACHOU-ORIGINAL           PIC X(01)       VALUE 'N'.
       77 WS-QTD-VIAS                 PIC 9(02)       VALUE 0.
       77 WS-SOLICITANTE              PIC X(30)       VALUE SPACES.
       01 WS-REG-ORIGINAL             PIC X(137)      VALUE SPACES.
      * IMPRESSAO DO LIVRO: FAIXA DE FOLHAS E A QUEBRA POR FOLHA.
       77 WS-FOLHA-DE                 PIC 9(04)       VALUE 0.
       77 WS-FOLHA-ATE                PIC 9(04)       VALUE 0.
       77 WS-FOLHA-ANTERIOR           PIC 9(04)       VALUE 0.
       77 WS-QTD-FOLHAS               PIC 9(04)       VALUE 0.
       77 WS-QTD-LINHAS-LIVRO         PIC 9(06)       VALUE 0.
      * JORNAL DE ATUALIZACOES DO MESTRE (VEJA GRAVAR-JORNAL).
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
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
            DISPLAY 'CERTIFICADOS DE CONCLUSAO E LIVRO DE REGISTRO'
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

            DISPLAY '1 - EMITIR CERTIFICADOS DA TURMA (CONCLUINTES)'
            DISPLAY '2 - 2A VIA DE CERTIFICADO'
            DISPLAY '3 - IMPRIMIR FOLHAS DO LIVRO DE REGISTRO'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P050-CARREGAR-LIVRO
                  PERFORM P100-EMITIR-TURMA
               WHEN 2
                  PERFORM P050-CARREGAR-LIVRO
                  PERFORM P400-SEGUNDA-VIA
               WHEN 3
                  PERFORM P600-IMPRIMIR-LIVRO
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            STOP RUN.
      *-----------------------------------------------------------------
      * LIVRO: ULTIMO NUMERO DE REGISTRO E OS ALUNOS QUE JA TEM
      * CERTIFICADO ORIGINAL. LIVRO AUSENTE COMECA DO NUMERO 1.
      *-----------------------------------------------------------------
       P050-CARREGAR-LIVRO.
            MOVE 0 TO WS-ULTIMO-NUMERO
            MOVE 0 TO WS-QTD-CERTIFICADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT REGISTRO-FILE
            IF FS-REGISTRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ REGISTRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CE-NUMERO-REGISTRO > WS-ULTIMO-NUMERO
                              THEN
                              MOVE CE-NUMERO-REGISTRO
                                TO WS-ULTIMO-NUMERO
                           END-IF
                           IF CE-ORIGINAL AND
                              WS-QTD-CERTIFICADOS < 3000 THEN
                              ADD 1 TO WS-QTD-CERTIFICADOS
                              MOVE CE-CD-STUDENT
                                TO WS-CRT-CD-STUDENT
                                   (WS-QTD-CERTIFICADOS)
                              MOVE CE-NUMERO-REGISTRO
                                TO WS-CRT-NUMERO (WS-QTD-CERTIFICADOS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE REGISTRO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * EMISSAO DA TURMA: SO TURMA DA SERIE FINAL DO CADASTRO DE
      * TURMAS. CADA LINHA DE PROMOCAO.TXT DE ALUNO DA TURMA EH
      * CONFERIDA EM P200; OS DOCUMENTOS SAEM TODOS NO MESMO
      * CERTIFICADOS.TXT, UM APOS O OUTRO.
      *-----------------------------------------------------------------
       P100-EMITIR-TURMA.
            DISPLAY 'TURMA CONCLUINTE..............: '
            ACCEPT WS-TURMA-FILTRO
            PERFORM P110-CONFERIR-SERIE-FINAL
            IF WS-SERIE-TURMA = 0 THEN
               DISPLAY 'TURMA NAO ENCONTRADA NO CADASTRO DE TURMAS'
               STOP RUN
            END-IF
            IF WS-SERIE-TURMA < WS-SERIE-FINAL THEN
               DISPLAY 'TURMA DA SERIE ' WS-SERIE-TURMA
                       ' - A SERIE FINAL DA ESCOLA EH A '
                       WS-SERIE-FINAL ' - SEM CONCLUINTES'
               STOP RUN
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          WS-UNIDADE-TURMA,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - EMISSAO NEGADA'
               STOP RUN
            END-IF

            MOVE 0 TO PE-ANO-LETIVO
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            DISPLAY 'ANO LETIVO DE CONCLUSAO (0 = ' PE-ANO-LETIVO
                    '): '
            ACCEPT WS-ANO-CONCLUSAO
            IF WS-ANO-CONCLUSAO IS NOT NUMERIC OR
               WS-ANO-CONCLUSAO = 0 THEN
               MOVE PE-ANO-LETIVO TO WS-ANO-CONCLUSAO
            END-IF

            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA DE CONCLUSAO (DDMMAAAA)..: '
               ACCEPT WS-DATA-CONCLUSAO
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-CONCLUSAO, WS-DIA, WS-MES,
                             WS-ANO
               CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                             WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            DISPLAY 'A EMISSAO NUMERA NO LIVRO DE REGISTRO E MARCA OS '
                    'ALUNOS COMO CONCLUIDOS'
            DISPLAY 'CONFIRMA (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' THEN
               DISPLAY 'EMISSAO ABANDONADA - NADA ALTERADO'
               STOP RUN
            END-IF

            OPEN INPUT PROMOCAO-FILE
            IF FS-PROMOCAO NOT = '00' THEN
               DISPLAY 'PROMOCAO.TXT NAO ENCONTRADO - RODE '
                       'PROMOCAO-ALUNOS ANTES'
               STOP RUN
            END-IF
            OPEN I-O STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               CLOSE PROMOCAO-FILE
               STOP RUN
            END-IF
            OPEN OUTPUT CERTIFICADO-DOC
            IF AI-TREINAMENTO THEN
               WRITE REC-CERTIFICADO FROM AI-FAIXA
            END-IF
            OPEN EXTEND REGISTRO-FILE
            IF FS-REGISTRO = '35' THEN
               OPEN OUTPUT REGISTRO-FILE
            END-IF

            MOVE 'N' TO WS-EOF-PROMOCAO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF-PROMOCAO = 'F'
               READ PROMOCAO-FILE
                    AT END MOVE 'F' TO WS-EOF-PROMOCAO
                    NOT AT END PERFORM P200-PROCESSAR-LINHA
               END-READ
            END-PERFORM

            CLOSE PROMOCAO-FILE
            CLOSE STUDENT
            CLOSE CERTIFICADO-DOC
            CLOSE REGISTRO-FILE

            DISPLAY 'CERTIFICADOS EMITIDOS.........: ' WS-QTD-EMITIDOS
            DISPLAY 'CONCLUINTES COM PENDENCIA.....: ' WS-QTD-PENDENTES
            DISPLAY 'JA CERTIFICADOS (SEM NOVO REG): '
                    WS-QTD-JA-CERTIFICADOS
            DISPLAY 'NAO CONCLUINTES (RETIDOS).....: '
                    WS-QTD-NAO-CONCLUINTES
            IF WS-QTD-EMITIDOS > 0 THEN
               DISPLAY 'DOCUMENTOS GERADOS: CERTIFICADOS.TXT'
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * SERIE DA TURMA E A MAIOR SERIE ENTRE AS TURMAS CADASTRADAS (A
      * SERIE FINAL OFERECIDA PELA ESCOLA).
      *-----------------------------------------------------------------
       P110-CONFERIR-SERIE-FINAL.
            MOVE 0 TO WS-SERIE-TURMA
            MOVE SPACES TO WS-UNIDADE-TURMA
            MOVE 0 TO WS-SERIE-FINAL
            MOVE 'N' TO WS-EOF
            OPEN INPUT TURMA-FILE
            IF FS-TURMA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TURMA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF TU-SERIE IS NUMERIC THEN
                              IF TU-SERIE > WS-SERIE-FINAL THEN
                                 MOVE TU-SERIE TO WS-SERIE-FINAL
                              END-IF
                              IF TU-CD-TURMA = WS-TURMA-FILTRO THEN
                                 MOVE TU-SERIE TO WS-SERIE-TURMA
                                 MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * UMA LINHA DE PROMOCAO.TXT: SO ALUNO DA TURMA EM EMISSAO.
      * RETIDO NAO EH CONCLUINTE; INCOMPLETO E DEPENDENCIA ABERTA SAO
      * PENDENCIA; ALUNO JA NO LIVRO NAO GANHA SEGUNDO REGISTRO (PARA
      * NOVA VIA, OPCAO 2); ALUNO FORA DO ATIVO/CONCLUIDO (TRANSFERIDO,
      * EVADIDO...) TAMBEM NAO.
      *-----------------------------------------------------------------
       P200-PROCESSAR-LINHA.
            MOVE SPACES TO WS-CD-LIDO
            MOVE SPACES TO WS-NM-LIDO
            MOVE SPACES TO WS-RESULTADO-LIDO
            UNSTRING REC-PROMOCAO DELIMITED BY ' - '
                     INTO WS-CD-LIDO, WS-NM-LIDO, WS-RESULTADO-LIDO
            END-UNSTRING

            IF WS-CD-LIDO (1:5) IS NUMERIC THEN
               MOVE WS-CD-LIDO (1:5) TO WS-CD-ALUNO
               MOVE WS-CD-ALUNO TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CD-TURMA = WS-TURMA-FILTRO THEN
                          PERFORM P210-CONFERIR-CONCLUINTE
                       END-IF
               END-READ
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-CONFERIR-CONCLUINTE.
            PERFORM P220-PROCURAR-NO-LIVRO
            PERFORM P230-CONTAR-DEPENDENCIAS
            EVALUATE TRUE
               WHEN WS-RESULTADO-LIDO (1:10) = 'INCOMPLETO'
                  ADD 1 TO WS-QTD-PENDENTES
                  DISPLAY 'PENDENCIA: ' WS-CD-ALUNO ' ' NM-STUDENT
                          ' - PROMOCAO INCOMPLETA'
               WHEN WS-RESULTADO-LIDO (1:9) NOT = 'PROMOVIDO'
                  ADD 1 TO WS-QTD-NAO-CONCLUINTES
               WHEN WS-JA-CERTIFICADO > 0
                  ADD 1 TO WS-QTD-JA-CERTIFICADOS
                  DISPLAY 'JA CERTIFICADO: ' WS-CD-ALUNO ' '
                          NM-STUDENT ' - REGISTRO NR '
                          WS-JA-CERTIFICADO
               WHEN WS-QTD-DEP-ABERTAS > 0
                  ADD 1 TO WS-QTD-PENDENTES
                  DISPLAY 'PENDENCIA: ' WS-CD-ALUNO ' ' NM-STUDENT
                          ' - ' WS-QTD-DEP-ABERTAS
                          ' DEPENDENCIA(S) ABERTA(S)'
               WHEN ST-ALUNO NOT = 'A' AND ST-ALUNO NOT = 'C'
                  ADD 1 TO WS-QTD-PENDENTES
                  DISPLAY 'PENDENCIA: ' WS-CD-ALUNO ' ' NM-STUDENT
                          ' - SITUACAO ' ST-ALUNO ' NO CADASTRO'
               WHEN OTHER
                  PERFORM P300-EMITIR-ORIGINAL
            END-EVALUATE
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-PROCURAR-NO-LIVRO.
            MOVE 0 TO WS-JA-CERTIFICADO
            PERFORM VARYING WS-IDX-CERTIFICADO FROM 1 BY 1
                    UNTIL WS-IDX-CERTIFICADO > WS-QTD-CERTIFICADOS
                       OR WS-JA-CERTIFICADO > 0
               IF WS-CRT-CD-STUDENT (WS-IDX-CERTIFICADO) = WS-CD-ALUNO
                  THEN
                  MOVE WS-CRT-NUMERO (WS-IDX-CERTIFICADO)
                    TO WS-JA-CERTIFICADO
               END-IF
            END-PERFORM
            .
       P220-FIM.
      *-----------------------------------------------------------------
       P230-CONTAR-DEPENDENCIAS.
            MOVE 0 TO WS-QTD-DEP-ABERTAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT DEPENDENCIA-FILE
            IF FS-DEPENDENCIA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DEPENDENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF DP-CD-STUDENT = WS-CD-ALUNO AND
                              DP-ABERTA THEN
                              ADD 1 TO WS-QTD-DEP-ABERTAS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P230-FIM.
      *-----------------------------------------------------------------
      * CERTIFICADO ORIGINAL: PROXIMO NUMERO/FOLHA, REGISTRO NO LIVRO,
      * ALUNO CONCLUIDO NO MESTRE (SE AINDA ATIVO) E O DOCUMENTO.
      *-----------------------------------------------------------------
       P300-EMITIR-ORIGINAL.
            PERFORM P350-PROXIMO-REGISTRO
            MOVE NM-STUDENT TO WS-NOME-ALUNO
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-ALUNO, WS-RETORNO-NORMALIZAR

            MOVE SPACES TO REG-CERTIFICADO
            MOVE WS-NUMERO-NOVO        TO CE-NUMERO-REGISTRO
            MOVE WS-FOLHA-NOVA         TO CE-FOLHA
            SET CE-ORIGINAL TO TRUE
            MOVE 0                     TO CE-NUMERO-ORIGINAL
            MOVE 1                     TO CE-NUMERO-VIA
            MOVE WS-CD-ALUNO           TO CE-CD-STUDENT
            MOVE WS-NOME-ALUNO         TO CE-NM-STUDENT
            MOVE NR-MATRICULA-BASE     TO CE-NR-MATRICULA-BASE
            MOVE NR-MATRICULA-DV       TO CE-NR-MATRICULA-DV
            MOVE DT-NASCIMENTO         TO CE-DT-NASCIMENTO
            MOVE WS-TURMA-FILTRO       TO CE-CD-TURMA
            MOVE WS-SERIE-TURMA        TO CE-SERIE
            MOVE WS-ANO-CONCLUSAO      TO CE-ANO-CONCLUSAO
            MOVE WS-DATA-CONCLUSAO     TO CE-DATA-CONCLUSAO
            MOVE WS-DATA-HOJE          TO CE-DATA-EMISSAO
            MOVE WS-OPERADOR           TO CE-OPERADOR
            WRITE REG-CERTIFICADO

            IF WS-QTD-CERTIFICADOS < 3000 THEN
               ADD 1 TO WS-QTD-CERTIFICADOS
               MOVE WS-CD-ALUNO
                 TO WS-CRT-CD-STUDENT (WS-QTD-CERTIFICADOS)
               MOVE WS-NUMERO-NOVO
                 TO WS-CRT-NUMERO (WS-QTD-CERTIFICADOS)
            END-IF

            IF ST-ALUNO = 'A' THEN
               MOVE STUDENT-FILE TO JN-IMAGEM-ANTES
               MOVE 'C' TO ST-ALUNO
               MOVE WS-DATA-CONCLUSAO TO DT-SITUACAO
               REWRITE STUDENT-FILE
                  INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR O ALUNO ' WS-CD-ALUNO
                  NOT INVALID KEY
                     MOVE 'CERTIFICADOS' TO JN-PROGRAMA
                     MOVE WS-OPERADOR TO JN-OPERADOR
                     SET JN-ARQ-STUDENT TO TRUE
                     SET JN-OP-REGRAVACAO TO TRUE
                     MOVE STUDENT-FILE TO JN-IMAGEM-DEPOIS
                     CALL 'GRAVAR-JORNAL'
                                   USING REG-JORNAL, WS-RETORNO-JORNAL
               END-REWRITE
            END-IF

            PERFORM P500-IMPRIMIR-CERTIFICADO
            ADD 1 TO WS-QTD-EMITIDOS
            DISPLAY 'CERTIFICADO: ' WS-CD-ALUNO ' ' WS-NOME-ALUNO
                    ' - REGISTRO NR ' WS-NUMERO-NOVO
                    ' FOLHA ' WS-FOLHA-NOVA
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * NUMERO SEQUENCIAL DO LIVRO E A FOLHA EM QUE ELE CAI (OS
      * REGISTROS 1-10 NA FOLHA 1, 11-20 NA FOLHA 2, ...).
      *-----------------------------------------------------------------
       P350-PROXIMO-REGISTRO.
            ADD 1 TO WS-ULTIMO-NUMERO
            MOVE WS-ULTIMO-NUMERO TO WS-NUMERO-NOVO
            COMPUTE WS-FOLHA-NOVA =
                    ((WS-NUMERO-NOVO - 1) / WS-REGISTROS-POR-FOLHA)
                    + 1
            .
       P350-FIM.
      *-----------------------------------------------------------------
      * 2A VIA: LOCALIZA O REGISTRO ORIGINAL NO LIVRO (O MESMO ALUNO
      * CONFIRMA), CONTA AS VIAS JA EMITIDAS E GRAVA UM NOVO REGISTRO
      * QUE APONTA PARA O ORIGINAL - OS DADOS DO DOCUMENTO SAO OS DO
      * ORIGINAL, NAO OS DE HOJE DO MESTRE.
      *-----------------------------------------------------------------
       P400-SEGUNDA-VIA.
            DISPLAY 'NUMERO DE REGISTRO DO ORIGINAL: '
            ACCEPT WS-NUMERO-ORIGINAL
            DISPLAY 'CODIGO DO ALUNO (CONFERENCIA).: '
            ACCEPT WS-CD-ALUNO

            MOVE 'N' TO WS-ACHOU-ORIGINAL
            MOVE 1 TO WS-QTD-VIAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT REGISTRO-FILE
            IF FS-REGISTRO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ REGISTRO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF CE-ORIGINAL AND
                              CE-NUMERO-REGISTRO = WS-NUMERO-ORIGINAL
                              THEN
                              MOVE 'S' TO WS-ACHOU-ORIGINAL
                              MOVE REG-CERTIFICADO TO WS-REG-ORIGINAL
                           END-IF
                           IF CE-SEGUNDA-VIA AND
                              CE-NUMERO-ORIGINAL = WS-NUMERO-ORIGINAL
                              AND CE-NUMERO-VIA > WS-QTD-VIAS THEN
                              MOVE CE-NUMERO-VIA TO WS-QTD-VIAS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE REGISTRO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-ACHOU-ORIGINAL = 'N' THEN
               DISPLAY 'REGISTRO ORIGINAL NR ' WS-NUMERO-ORIGINAL
                       ' NAO ENCONTRADO NO LIVRO'
            ELSE
               MOVE WS-REG-ORIGINAL TO REG-CERTIFICADO
               MOVE CE-CD-TURMA TO WS-TURMA-UNIDADE
               PERFORM P420-UNIDADE-DA-TURMA
               EVALUATE TRUE
                  WHEN CE-CD-STUDENT NOT = WS-CD-ALUNO
                     DISPLAY 'O REGISTRO NR ' WS-NUMERO-ORIGINAL
                             ' EH DE OUTRO ALUNO (' CE-CD-STUDENT
                             ') - 2A VIA RECUSADA'
                  WHEN WS-RETORNO-UNIDADE NOT = 0
                     DISPLAY 'CERTIFICADO DE ALUNO DE OUTRA UNIDADE '
                             'ESCOLAR - 2A VIA RECUSADA'
                  WHEN OTHER
                     DISPLAY 'CERTIFICADO DE ' CE-NM-STUDENT
                     DISPLAY 'CONCLUSAO EM ' CE-ANO-CONCLUSAO
                             ' - FOLHA ' CE-FOLHA
                     DISPLAY 'SOLICITANTE (COMO DECLARADO)..: '
                     ACCEPT WS-SOLICITANTE
                     PERFORM P410-GRAVAR-SEGUNDA-VIA
               END-EVALUATE
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-GRAVAR-SEGUNDA-VIA.
            PERFORM P350-PROXIMO-REGISTRO
            ADD 1 TO WS-QTD-VIAS
            MOVE WS-NUMERO-NOVO        TO CE-NUMERO-REGISTRO
            MOVE WS-FOLHA-NOVA         TO CE-FOLHA
            SET CE-SEGUNDA-VIA TO TRUE
            MOVE WS-NUMERO-ORIGINAL    TO CE-NUMERO-ORIGINAL
            MOVE WS-QTD-VIAS           TO CE-NUMERO-VIA
            MOVE WS-DATA-HOJE          TO CE-DATA-EMISSAO
            MOVE WS-OPERADOR           TO CE-OPERADOR
            MOVE WS-SOLICITANTE        TO CE-SOLICITANTE
            MOVE CE-NM-STUDENT         TO WS-NOME-ALUNO

            OPEN EXTEND REGISTRO-FILE
            IF FS-REGISTRO = '35' THEN
               OPEN OUTPUT REGISTRO-FILE
            END-IF
            WRITE REG-CERTIFICADO
            CLOSE REGISTRO-FILE

            OPEN OUTPUT CERTIFICADO-DOC
            IF AI-TREINAMENTO THEN
               WRITE REC-CERTIFICADO FROM AI-FAIXA
            END-IF
            PERFORM P500-IMPRIMIR-CERTIFICADO
            CLOSE CERTIFICADO-DOC
            DISPLAY 'VIA ' WS-QTD-VIAS ' REGISTRADA SOB O NR '
                    WS-NUMERO-NOVO ' FOLHA ' WS-FOLHA-NOVA
            DISPLAY 'DOCUMENTO GERADO: CERTIFICADOS.TXT'
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA DE CONCLUSAO DO CERTIFICADO (EM
      * WS-TURMA-UNIDADE) CONTRA A DO OPERADOR (TURMA FORA DO CADASTRO
      * = UNIDADE PRINCIPAL).
      *-----------------------------------------------------------------
       P420-UNIDADE-DA-TURMA.
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
       P420-FIM.
      *-----------------------------------------------------------------
      * O DOCUMENTO, A PARTIR DO REGISTRO DO LIVRO EM REG-CERTIFICADO
      * (ORIGINAL OU 2A VIA).
      *-----------------------------------------------------------------
       P500-IMPRIMIR-CERTIFICADO.
            MOVE SPACES TO WS-DATA-NASC-ED
            STRING CE-DT-NASCIMENTO (1:2) '/'
                   CE-DT-NASCIMENTO (3:2) '/'
                   CE-DT-NASCIMENTO (5:4)
                   DELIMITED BY SIZE INTO WS-DATA-NASC-ED
            END-STRING
            MOVE SPACES TO WS-DATA-CONC-ED
            STRING CE-DATA-CONCLUSAO (1:2) '/'
                   CE-DATA-CONCLUSAO (3:2) '/'
                   CE-DATA-CONCLUSAO (5:4)
                   DELIMITED BY SIZE INTO WS-DATA-CONC-ED
            END-STRING
            MOVE SPACES TO WS-DATA-EMIS-ED
            STRING CE-DATA-EMISSAO (7:2) '/'
                   CE-DATA-EMISSAO (5:2) '/'
                   CE-DATA-EMISSAO (1:4)
                   DELIMITED BY SIZE INTO WS-DATA-EMIS-ED
            END-STRING
            MOVE CE-SERIE TO WS-SERIE-ED

            MOVE SPACES TO REC-CERTIFICADO
            STRING '==================================================='
                   '========================='
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            IF CE-SEGUNDA-VIA THEN
               STRING '                  CERTIFICADO DE CONCLUSAO - '
                      'VIA ' CE-NUMERO-VIA
                      DELIMITED BY SIZE INTO REC-CERTIFICADO
               END-STRING
            ELSE
               STRING '                      CERTIFICADO DE CONCLUSAO'
                      DELIMITED BY SIZE INTO REC-CERTIFICADO
               END-STRING
            END-IF
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING '==================================================='
                   '========================='
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            WRITE REC-CERTIFICADO

            MOVE SPACES TO REC-CERTIFICADO
            STRING 'CERTIFICAMOS QUE ' WS-NOME-ALUNO DELIMITED BY '  '
                   ', MATRICULA NR ' CE-NR-MATRICULA-BASE '-'
                   CE-NR-MATRICULA-DV ','
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'NASCIDO(A) EM ' WS-DATA-NASC-ED
                   ', CONCLUIU EM ' WS-DATA-CONC-ED ', NO ANO LETIVO '
                   'DE ' CE-ANO-CONCLUSAO ','
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'O ' WS-SERIE-ED 'O ANO (TURMA ' CE-CD-TURMA
                   '), SERIE FINAL OFERECIDA POR ESTA ESCOLA, FAZENDO '
                   'JUS'
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'AO PRESENTE CERTIFICADO DE CONCLUSAO.'
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            WRITE REC-CERTIFICADO

            MOVE SPACES TO REC-CERTIFICADO
            STRING 'REGISTRADO SOB O NR ' CE-NUMERO-REGISTRO
                   ', FOLHA ' CE-FOLHA
                   ', DO LIVRO DE REGISTRO DE CERTIFICADOS.'
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            IF CE-SEGUNDA-VIA THEN
               MOVE SPACES TO REC-CERTIFICADO
               STRING 'SEGUNDA VIA DO CERTIFICADO REGISTRADO SOB O NR '
                      CE-NUMERO-ORIGINAL ' (VIA ' CE-NUMERO-VIA ').'
                      DELIMITED BY SIZE INTO REC-CERTIFICADO
               END-STRING
               WRITE REC-CERTIFICADO
            END-IF
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'EMITIDO EM ' WS-DATA-EMIS-ED
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO

            MOVE SPACES TO REC-CERTIFICADO
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING '   ______________________________      '
                   '______________________________'
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING '        SECRETARIO(A) ESCOLAR                  '
                   'DIRETOR(A)'
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            WRITE REC-CERTIFICADO
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * FOLHAS DO LIVRO PARA ENCADERNACAO: CABECALHO COM O NUMERO DA
      * FOLHA, OS REGISTROS DELA NA ORDEM DO LIVRO E O TERMO DE
      * ASSINATURAS AO FIM DE CADA FOLHA. FAIXA 0 = TODAS AS FOLHAS.
      * O LIVRO NUMERA A REDE INTEIRA: OPERADOR RESTRITO A UMA UNIDADE
      * (OU COM UMA UNIDADE ESCOLHIDA) NAO IMPRIME FOLHA DELE.
      *-----------------------------------------------------------------
       P600-IMPRIMIR-LIVRO.
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               DISPLAY 'LIVRO DE REGISTRO DA REDE - SO O OPERADOR DA '
                       'REDE (TODAS AS UNIDADES) IMPRIME'
               STOP RUN
            END-IF
            DISPLAY 'DA FOLHA (0 = TODAS)..........: '
            ACCEPT WS-FOLHA-DE
            MOVE 9999 TO WS-FOLHA-ATE
            IF WS-FOLHA-DE IS NOT NUMERIC THEN
               MOVE 0 TO WS-FOLHA-DE
            END-IF
            IF WS-FOLHA-DE > 0 THEN
               DISPLAY 'ATE A FOLHA...................: '
               ACCEPT WS-FOLHA-ATE
               IF WS-FOLHA-ATE IS NOT NUMERIC OR
                  WS-FOLHA-ATE < WS-FOLHA-DE THEN
                  MOVE WS-FOLHA-DE TO WS-FOLHA-ATE
               END-IF
            END-IF

            OPEN INPUT REGISTRO-FILE
            IF FS-REGISTRO NOT = '00' THEN
               DISPLAY 'LIVRO DE REGISTRO (CERTIFICADOS-REGISTRO.TXT)'
                       ' AINDA INEXISTENTE'
               STOP RUN
            END-IF
            OPEN OUTPUT LIVRO-REL
            IF AI-TREINAMENTO THEN
               WRITE REC-LIVRO FROM AI-FAIXA
            END-IF
            MOVE 0 TO WS-FOLHA-ANTERIOR
            MOVE 0 TO WS-QTD-FOLHAS
            MOVE 0 TO WS-QTD-LINHAS-LIVRO
            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ REGISTRO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF CE-FOLHA >= WS-FOLHA-DE AND
                           CE-FOLHA <= WS-FOLHA-ATE THEN
                           IF CE-FOLHA NOT = WS-FOLHA-ANTERIOR THEN
                              IF WS-FOLHA-ANTERIOR > 0 THEN
                                 PERFORM P620-FECHAR-FOLHA
                              END-IF
                              MOVE CE-FOLHA TO WS-FOLHA-ANTERIOR
                              PERFORM P610-ABRIR-FOLHA
                           END-IF
                           PERFORM P630-LINHA-LIVRO
                        END-IF
               END-READ
            END-PERFORM
            IF WS-FOLHA-ANTERIOR > 0 THEN
               PERFORM P620-FECHAR-FOLHA
            END-IF
            CLOSE REGISTRO-FILE
            CLOSE LIVRO-REL
            MOVE 'N' TO WS-EOF

            DISPLAY 'FOLHAS IMPRESSAS..............: ' WS-QTD-FOLHAS
            DISPLAY 'REGISTROS IMPRESSOS...........: '
                    WS-QTD-LINHAS-LIVRO
            DISPLAY 'DOCUMENTO GERADO: LIVRO-CERTIFICADOS.TXT'
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-ABRIR-FOLHA.
            ADD 1 TO WS-QTD-FOLHAS
            MOVE SPACES TO REC-LIVRO
            STRING '==================================================='
                   '==================================================='
                   '=============================='
                   DELIMITED BY SIZE INTO REC-LIVRO
            END-STRING
            WRITE REC-LIVRO
            MOVE SPACES TO REC-LIVRO
            STRING '  LIVRO DE REGISTRO DE CERTIFICADOS DE CONCLUSAO'
                   '                                   FOLHA '
                   CE-FOLHA
                   DELIMITED BY SIZE INTO REC-LIVRO
            END-STRING
            WRITE REC-LIVRO
            MOVE SPACES TO REC-LIVRO
            STRING '==================================================='
                   '==================================================='
                   '=============================='
                   DELIMITED BY SIZE INTO REC-LIVRO
            END-STRING
            WRITE REC-LIVRO
            MOVE SPACES TO REC-LIVRO
            STRING 'REGIST ALUNO NOME                           '
                   'MATRICULA NASCIMENTO TURMA SE ANO  CONCLUSAO '
                   'EMISSAO  OBSERVACAO'
                   DELIMITED BY SIZE INTO REC-LIVRO
            END-STRING
            WRITE REC-LIVRO
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P620-FECHAR-FOLHA.
            MOVE SPACES TO REC-LIVRO
            WRITE REC-LIVRO
            MOVE SPACES TO REC-LIVRO
            STRING '   ______________________________      '
                   '______________________________'
                   DELIMITED BY SIZE INTO REC-LIVRO
            END-STRING
            WRITE REC-LIVRO
            MOVE SPACES TO REC-LIVRO
            STRING '        SECRETARIO(A) ESCOLAR                  '
                   'DIRETOR(A)'
                   DELIMITED BY SIZE INTO REC-LIVRO
            END-STRING
            WRITE REC-LIVRO
            MOVE SPACES TO REC-LIVRO
            WRITE REC-LIVRO
            .
       P620-FIM.
      *-----------------------------------------------------------------
       P630-LINHA-LIVRO.
            ADD 1 TO WS-QTD-LINHAS-LIVRO
            MOVE SPACES TO REC-LIVRO
            IF CE-SEGUNDA-VIA THEN
               STRING CE-NUMERO-REGISTRO ' ' CE-CD-STUDENT ' '
                      CE-NM-STUDENT ' ' CE-NR-MATRICULA-BASE '-'
                      CE-NR-MATRICULA-DV ' ' CE-DT-NASCIMENTO '   '
                      CE-CD-TURMA ' ' CE-SERIE ' ' CE-ANO-CONCLUSAO
                      ' ' CE-DATA-CONCLUSAO '  ' CE-DATA-EMISSAO
                      ' VIA ' CE-NUMERO-VIA ' DO NR '
                      CE-NUMERO-ORIGINAL
                      DELIMITED BY SIZE INTO REC-LIVRO
               END-STRING
            ELSE
               STRING CE-NUMERO-REGISTRO ' ' CE-CD-STUDENT ' '
                      CE-NM-STUDENT ' ' CE-NR-MATRICULA-BASE '-'
                      CE-NR-MATRICULA-DV ' ' CE-DT-NASCIMENTO '   '
                      CE-CD-TURMA ' ' CE-SERIE ' ' CE-ANO-CONCLUSAO
                      ' ' CE-DATA-CONCLUSAO '  ' CE-DATA-EMISSAO
                      ' ORIGINAL'
                      DELIMITED BY SIZE INTO REC-LIVRO
               END-STRING
            END-IF
            WRITE REC-LIVRO
            .
       P630-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CERTIFICADOS' TO LY-PROGRAMA
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
       END PROGRAM CERTIFICADOS.
