      * Purpose: MANUTENCAO (INCLUIR/ALTERAR/DESATIVAR) DO ARQUIVO
      *          MESTRE DE ALUNOS, PARA NAO DEPENDER DE EDICAO MANUAL
      *          DO STUDENT.TXT FORA DO COBOL.
      *          A INCLUSAO ABRE O CHECKLIST DE DOCUMENTOS DE
      *          MATRICULA DO ALUNO (DOCUMENTOS-ALUNO.TXT, VEJA
      *          DOCUMENTO-ALUNO-RECORD.CPY E P810).
      *          A UNIDADE ESCOLAR DO ALUNO (CD-UNIDADE) EH SEMPRE A DA
      *          TURMA: GRAVADA NA INCLUSAO, NA READMISSAO E NA TROCA
      *          DE TURMA PELA ALTERACAO (VEJA P240/P245).
      *          SO OPERADOR CADASTRADO ENTRA (VEJA P050), E O
      *          OPERADOR RESTRITO A UMA UNIDADE SO INCLUI, ALTERA E
      *          MUDA A SITUACAO DE ALUNO DA UNIDADE DELE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../READMISSOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-READMISSAO.

      * CHECKLIST DE DOCUMENTOS DE MATRICULA (VEJA P810): ANEXADO
      * AQUI PELO MESMO MOTIVO DO JORNAL (CAMINHO RELATIVO).
           SELECT DOCUMENTO-FILE ASSIGN TO
           '../DOCUMENTOS-ALUNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCUMENTO.

      * CADASTRO DE OPERADORES (VEJA OPERADOR-RECORD.CPY E PROGARQ010):
      * O VALIDAR-OPERADOR E O SELECIONAR-UNIDADE TAMBEM PARTEM DE
      * Modulo_2/DesafioModulo2, ENTAO A IDENTIFICACAO E A UNIDADE DO
      * OPERADOR SAO LIDAS AQUI MESMO (VEJA P050).
           SELECT OPERADOR-FILE ASSIGN TO
           '../OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           03 RD-TURMA-NOVA         PIC X(05).
           03 RD-DATA-READMISSAO    PIC 9(08).
           03 RD-HORA-READMISSAO    PIC 9(08).
       FD DOCUMENTO-FILE.
           COPY DOCUMENTO-ALUNO-RECORD.
       FD OPERADOR-FILE.
           COPY OPERADOR-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-JORNAL                PIC X(02)  VALUE SPACES.
       01 WS-IMAGEM-ANTES          PIC X(120) VALUE SPACES.
       77 WS-CD-ALUNO-NOVO         PIC 9(05)  VALUE 0.
       77 WS-NM-ALUNO-NOVO         PIC X(20)  VALUE SPACES.
       77 WS-CD-TURMA-NOVA         PIC X(05)  VALUE SPACES.
       77 WS-CD-UNIDADE-NOVA       PIC X(02)  VALUE SPACES.
       77 WS-QTD-OCUPADA           PIC 9(03)  VALUE 0.
      * READMISSAO (VEJA P260/P270): ANTES DE INCLUIR UM CADASTRO
      * NOVO, O MESTRE EH VARRIDO ATRAS DE UM REGISTRO INATIVO COM O
       77 WS-INCLUSAO-RESOLVIDA    PIC X(01)  VALUE 'N'.
       77 WS-SITUACAO-NOVA         PIC X(01)  VALUE SPACE.
       77 FS-READMISSAO            PIC X(02)  VALUE SPACES.
      * CHECKLIST DE DOCUMENTOS: O TRANSFERIDO DE OUTRA ESCOLA DEVE
      * TAMBEM O HISTORICO DA ESCOLA ANTERIOR.
       77 FS-DOCUMENTO             PIC X(02)  VALUE SPACES.
       77 WS-TRANSFERIDO-NOVO      PIC X(01)  VALUE 'N'.
       77 WS-IDX-DOCUMENTO         PIC 9(01)  VALUE 0.
      * OPERADOR (VEJA P050) E A UNIDADE A QUE ELE ESTA RESTRITO
      * (BRANCO = OPERADOR DA REDE), CONFERIDA CONTRA A DO ALUNO E A
      * DA TURMA PELO CONFERIR-UNIDADE (SEM ARQUIVO, SERVE DAQUI).
       77 FS-OPERADOR              PIC X(02)  VALUE SPACES.
       77 WS-EOF-OPERADOR          PIC A(01)  VALUE 'N'.
       77 WS-OPERADOR              PIC X(10)  VALUE SPACES.
       77 WS-SENHA-DIGITADA        PIC X(10)  VALUE SPACES.
       77 WS-ACHOU-OPERADOR        PIC 9(01)  VALUE 0.
       77 WS-UNIDADE-FILTRO        PIC X(02)  VALUE SPACES.
       77 WS-RETORNO-UNIDADE       PIC 9(01)  VALUE 0.
       77 WS-CD-UNIDADE-ANTIGA     PIC X(02)  VALUE SPACES.
           COPY FORMATOS-DATA.
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
            PERFORM P050-IDENTIFICAR-OPERADOR
            OPEN I-O STUDENT
            IF FS-STUDENT = '35' THEN
               CLOSE STUDENT

            CLOSE STUDENT.
            STOP RUN.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR CONTRA O CADASTRO: ATIVO, NAO
      * BLOQUEADO E COM A SENHA CONFERIDA. O CONTADOR DE ERROS E A
      * TROCA DE SENHA VENCIDA FICAM COM O VALIDAR-OPERADOR, NA
      * ENTRADA PELO SISTEMA. SEM CADASTRO (TRANSICAO) ENTRA COMO
      * OPERADOR DA REDE, COMO LA.
      *-----------------------------------------------------------------
       P050-IDENTIFICAR-OPERADOR.
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            MOVE 0 TO WS-ACHOU-OPERADOR
            MOVE SPACES TO WS-UNIDADE-FILTRO
            MOVE 'N' TO WS-EOF-OPERADOR

            OPEN INPUT OPERADOR-FILE
            IF FS-OPERADOR NOT = '00' THEN
               MOVE 1 TO WS-ACHOU-OPERADOR
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-OPERADOR = 'F'
                       OR WS-ACHOU-OPERADOR = 1
                  READ OPERADOR-FILE
                       AT END MOVE 'F' TO WS-EOF-OPERADOR
                       NOT AT END
                           IF OP-CD-OPERADOR = WS-OPERADOR AND
                              OP-ATIVO = 'A' THEN
                              MOVE 1 TO WS-ACHOU-OPERADOR
                           END-IF
                  END-READ
               END-PERFORM
               IF WS-ACHOU-OPERADOR = 1 THEN
                  PERFORM P055-CONFERIR-CREDENCIAL
               END-IF
               CLOSE OPERADOR-FILE
            END-IF

            IF WS-ACHOU-OPERADOR = 0 THEN
               DISPLAY 'OPERADOR NAO CADASTRADO OU DESATIVADO - '
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
            END-IF
            IF WS-ACHOU-OPERADOR NOT = 1 THEN
               STOP RUN
            END-IF
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               DISPLAY 'UNIDADE ESCOLAR (OPERADOR RESTRITO): '
                       WS-UNIDADE-FILTRO
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P055-CONFERIR-CREDENCIAL.
            EVALUATE TRUE
               WHEN OP-ESTA-BLOQUEADO
                  DISPLAY 'OPERADOR BLOQUEADO - PROCURE O '
                          'ADMINISTRADOR (PROGARQ010)'
                  MOVE 2 TO WS-ACHOU-OPERADOR
               WHEN OP-SENHA NOT = SPACES
                  DISPLAY 'SENHA DO OPERADOR.............: '
                  ACCEPT WS-SENHA-DIGITADA
                  IF WS-SENHA-DIGITADA NOT = OP-SENHA THEN
                     DISPLAY 'SENHA NAO CONFERE - ENTRADA RECUSADA'
                     MOVE 2 TO WS-ACHOU-OPERADOR
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF WS-ACHOU-OPERADOR = 1 THEN
               MOVE OP-CD-UNIDADE TO WS-UNIDADE-FILTRO
            END-IF
            .
       P055-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** MANUTENCAO DO CADASTRO DE ALUNOS ***'
            DISPLAY '1 - INCLUIR ALUNO'
                  MOVE WS-CD-ALUNO-NOVO TO WS-STUDENT-REL-KEY
                  MOVE WS-NM-ALUNO-NOVO TO NM-STUDENT
                  MOVE WS-CD-TURMA-NOVA TO CD-TURMA
                  MOVE WS-CD-UNIDADE-NOVA TO CD-UNIDADE
                  PERFORM P205-COMPLETAR-INCLUSAO
               END-IF
            END-IF
       P200-FIM.
      *-----------------------------------------------------------------
      * PROCURA NO MESTRE UM CADASTRO INATIVO (ST-ALUNO DIFERENTE DE
      * 'A', DE 'F' - FALECIDO NAO VOLTA - E DE 'U' - O UNIFICADO EH
      * SO UM PONTEIRO PARA O SOBREVIVENTE) COM O MESMO NOME
      * NORMALIZADO E A MESMA DATA DE NASCIMENTO DO ALUNO SENDO
      * INCLUIDO - O CANDIDATO A READMISSAO. A VARREDURA SOBRESCREVE
      * A AREA DO REGISTRO NO FD, POR ISSO RODA ANTES DE QUALQUER
      * GRAVACAO.
      *-----------------------------------------------------------------
       P260-PROCURAR-READMISSAO.
            MOVE 0 TO WS-CD-READMISSAO
                    AT END MOVE 'F' TO WS-EOF-READM
                    NOT AT END
                        IF ST-ALUNO NOT = 'A' AND
                           ST-ALUNO NOT = 'F' AND
                           ST-ALUNO NOT = 'U' AND
                           DT-NASCIMENTO = WS-DT-NASC-NOVO THEN
                           MOVE SPACES TO WS-NOME-CANDIDATO
                           MOVE NM-STUDENT TO WS-NOME-CANDIDATO
                       MOVE STUDENT-FILE TO WS-IMAGEM-ANTES
                       MOVE 'A' TO ST-ALUNO
                       MOVE WS-CD-TURMA-NOVA TO CD-TURMA
                       MOVE WS-CD-UNIDADE-NOVA TO CD-UNIDADE
                       DISPLAY 'NOVA DATA DE MATRICULA (DDMMAAAA): '
                       ACCEPT DT-MATRICULA
                       MOVE DT-MATRICULA TO DT-SITUACAO
            PERFORM P220-GERAR-MATRICULA
            MOVE 'A' TO ST-ALUNO
            MOVE DT-MATRICULA TO DT-SITUACAO
            DISPLAY 'TRANSFERIDO DE OUTRA ESCOLA (S/N) [N]: '
            ACCEPT WS-TRANSFERIDO-NOVO
            IF WS-TRANSFERIDO-NOVO NOT = 'S' THEN
               MOVE 'N' TO WS-TRANSFERIDO-NOVO
            END-IF

            WRITE STUDENT-FILE
                  INVALID KEY
                     DISPLAY 'ALUNO INCLUIDO COM SUCESSO'
                     MOVE SPACES TO WS-IMAGEM-ANTES
                     PERFORM P800-GRAVAR-JORNAL
                     PERFORM P810-ABRIR-DOCUMENTOS
            END-WRITE
            .
       P205-FIM.
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
               CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                             TU-CD-UNIDADE,
                                             WS-RETORNO-UNIDADE

               EVALUATE TRUE
                  WHEN WS-ACHOU-TURMA = 0
                     DISPLAY 'TURMA NAO CADASTRADA - TENTE NOVAMENTE'
                  WHEN TU-ATIVO NOT = 'A'
                     DISPLAY 'TURMA DESATIVADA - TENTE NOVAMENTE'
                  WHEN WS-RETORNO-UNIDADE NOT = 0
                     DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - TENTE '
                             'OUTRA'
                  WHEN OTHER
                     PERFORM P250-CONTAR-OCUPACAO
                     IF WS-QTD-OCUPADA >= TU-CAPACIDADE THEN
                                ' VAGAS) - TENTE OUTRA'
                     ELSE
                        MOVE 1 TO WS-TURMA-OK
                        MOVE TU-CD-UNIDADE TO WS-CD-UNIDADE-NOVA
                        IF WS-CD-UNIDADE-NOVA = SPACES THEN
                           MOVE '01' TO WS-CD-UNIDADE-NOVA
                        END-IF
                     END-IF
               END-EVALUATE
            END-IF
            .
       P240-FIM.
      *-----------------------------------------------------------------
      * UNIDADE DA TURMA NOVA NA ALTERACAO (QUE NAO PASSA PELA
      * CONFERENCIA DE VAGA): O ALUNO ACOMPANHA A UNIDADE DA TURMA.
      * TURMA FORA DO CADASTRO MANTEM A UNIDADE ATUAL DO ALUNO.
      *-----------------------------------------------------------------
       P245-UNIDADE-DA-TURMA.
            MOVE 'N' TO WS-EOF-TURMA
            MOVE 0 TO WS-ACHOU-TURMA
            OPEN INPUT TURMA-FILE
            IF FS-TURMA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-TURMA = 'F'
                       OR WS-ACHOU-TURMA = 1
                  READ TURMA-FILE
                       AT END MOVE 'F' TO WS-EOF-TURMA
                       NOT AT END
                           IF TU-CD-TURMA = CD-TURMA THEN
                              MOVE 1 TO WS-ACHOU-TURMA
                              MOVE TU-CD-UNIDADE TO CD-UNIDADE
                              IF CD-UNIDADE = SPACES THEN
                                 MOVE '01' TO CD-UNIDADE
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
            END-IF
            .
       P245-FIM.
      *-----------------------------------------------------------------
      * OCUPACAO ATUAL DA TURMA: VARRE O ARQUIVO MESTRE CONTANDO OS
      * ALUNOS ATIVOS JA MATRICULADOS NELA (SOBRESCREVE A AREA DO
      * REGISTRO NO FD - VEJA A NOTA EM P200/P205).
                 INVALID KEY
                    DISPLAY 'ALUNO NAO ENCONTRADO'
                 NOT INVALID KEY
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    IF WS-RETORNO-UNIDADE NOT = 0 THEN
                       DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                               'ALTERACAO NEGADA'
                    ELSE
                       PERFORM P305-ALTERAR-ALUNO
                    END-IF
            END-READ
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * A TROCA DE TURMA DO OPERADOR RESTRITO NAO TIRA O ALUNO DA
      * UNIDADE DELE: TURMA DE OUTRA UNIDADE FICA RECUSADA.
      *-----------------------------------------------------------------
       P305-ALTERAR-ALUNO.
            MOVE STUDENT-FILE TO WS-IMAGEM-ANTES
            MOVE NM-STUDENT TO WS-NM-STUDENT-ANTIGO
            MOVE CD-TURMA   TO WS-CD-TURMA-ANTIGO
            MOVE CD-UNIDADE TO WS-CD-UNIDADE-ANTIGA

            DISPLAY 'NOVO NOME (BRANCO MANTEM O ATUAL): '
            ACCEPT NM-STUDENT
            IF NM-STUDENT = SPACES THEN
               MOVE WS-NM-STUDENT-ANTIGO TO NM-STUDENT
            END-IF

            DISPLAY 'NOVA TURMA (BRANCO MANTEM A ATUAL): '
            ACCEPT CD-TURMA
            IF CD-TURMA = SPACES THEN
               MOVE WS-CD-TURMA-ANTIGO TO CD-TURMA
            END-IF
            IF CD-TURMA NOT = WS-CD-TURMA-ANTIGO THEN
               PERFORM P245-UNIDADE-DA-TURMA
               CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                             CD-UNIDADE,
                                             WS-RETORNO-UNIDADE
               IF WS-RETORNO-UNIDADE NOT = 0 THEN
                  DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - TURMA '
                          'MANTIDA'
                  MOVE WS-CD-TURMA-ANTIGO TO CD-TURMA
                  MOVE WS-CD-UNIDADE-ANTIGA TO CD-UNIDADE
               END-IF
            END-IF

            REWRITE STUDENT-FILE
               INVALID KEY
                  DISPLAY 'ERRO AO ALTERAR O ALUNO'
               NOT INVALID KEY
                  DISPLAY 'ALUNO ALTERADO COM SUCESSO'
                  PERFORM P800-GRAVAR-JORNAL
            END-REWRITE
            .
       P305-FIM.
      *-----------------------------------------------------------------
      * CICLO DE VIDA DO ALUNO (VEJA STUDENT-RECORD.CPY): O ANTIGO
      * DESATIVAR VIROU A MUDANCA DE SITUACAO COM DATA EFETIVA - A
      * SECRETARIA DISTINGUE TRANCADO, TRANSFERIDO, EVADIDO E
      * CONCLUIDO (CADA UM COM A DATA EM QUE VALEU) - E FALECIDO,
      * QUE A 2A ETAPA DO CENSO PEDE EM SEPARADO -, E O CENSO SAI
      * COM CADA ESTADO NA SUA COLUNA. O LOTE DO PRINCIPAL E AS
      * CONTAGENS DE OCUPACAO SO PROCESSAM 'A', ENTAO QUALQUER OUTRO
      * ESTADO LIBERA A VAGA E SAI DA RECONCILIACAO.
                 INVALID KEY
                    DISPLAY 'ALUNO NAO ENCONTRADO'
                 NOT INVALID KEY
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    EVALUATE TRUE
                       WHEN WS-RETORNO-UNIDADE NOT = 0
                          DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - '
                                  'SITUACAO NAO ALTERADA'
                       WHEN ST-UNIFICADO
                          DISPLAY 'CADASTRO UNIFICADO NO ALUNO '
                                  CD-STUDENT-SOBREVIVENTE
                                  ' - ALTERE A SITUACAO DO '
                                  'SOBREVIVENTE'
                       WHEN OTHER
                          PERFORM P405-ALTERAR-SITUACAO
                    END-EVALUATE
            END-READ
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * CADASTRO UNIFICADO (VEJA UNIFICAR-ALUNOS) NAO MUDA DE SITUACAO
      * POR AQUI: EH SO O PONTEIRO PARA O SOBREVIVENTE.
      *-----------------------------------------------------------------
       P405-ALTERAR-SITUACAO.
            MOVE STUDENT-FILE TO WS-IMAGEM-ANTES
            DISPLAY 'SITUACAO ATUAL: ' ST-ALUNO
                    ' (A=ATIVO I=INATIVO R=TRANCADO '
                    'T=TRANSFERIDO V=EVADIDO C=CONCLUIDO '
                    'F=FALECIDO)'
            DISPLAY 'NOVA SITUACAO.................: '
            ACCEPT WS-SITUACAO-NOVA
            IF WS-SITUACAO-NOVA NOT = 'A' AND
               WS-SITUACAO-NOVA NOT = 'I' AND
               WS-SITUACAO-NOVA NOT = 'R' AND
               WS-SITUACAO-NOVA NOT = 'T' AND
               WS-SITUACAO-NOVA NOT = 'V' AND
               WS-SITUACAO-NOVA NOT = 'C' AND
               WS-SITUACAO-NOVA NOT = 'F' THEN
               DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
            ELSE
               PERFORM P410-ACEITAR-DATA-SITUACAO
               MOVE WS-SITUACAO-NOVA TO ST-ALUNO
               MOVE WS-DATA-DIGITADA TO DT-SITUACAO
               REWRITE STUDENT-FILE
                  INVALID KEY
                     DISPLAY 'ERRO AO ALTERAR A SITUACAO'
                  NOT INVALID KEY
                     DISPLAY 'SITUACAO ALTERADA PARA '
                             WS-SITUACAO-NOVA ' EM '
                             WS-DATA-DIGITADA
                     PERFORM P800-GRAVAR-JORNAL
               END-REWRITE
            END-IF
            .
       P405-FIM.
      *-----------------------------------------------------------------
       P410-ACEITAR-DATA-SITUACAO.
            MOVE 0 TO WS-DATA-VALIDA
               ACCEPT JN-DATA FROM DATE YYYYMMDD
               ACCEPT JN-HORA FROM TIME
               MOVE 'PROGARQ002' TO JN-PROGRAMA
               MOVE WS-OPERADOR TO JN-OPERADOR
               SET JN-ARQ-STUDENT TO TRUE
               IF WS-IMAGEM-ANTES = SPACES THEN
                  SET JN-OP-INCLUSAO TO TRUE
               END-IF
               MOVE WS-IMAGEM-ANTES TO JN-IMAGEM-ANTES
               MOVE STUDENT-FILE TO JN-IMAGEM-DEPOIS
               MOVE SPACES TO JN-UNIFICACAO
               WRITE REG-JORNAL
               CLOSE JORNAL-FILE
            END-IF
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * ABRE O CHECKLIST DE DOCUMENTOS DO ALUNO RECEM-INCLUIDO: TODOS
      * PENDENTES, MENOS O HISTORICO ANTERIOR PARA QUEM NAO VEIO
      * TRANSFERIDO (NAO SE APLICA). A BAIXA EH NO DOCUMENTOS-ALUNO.
      *-----------------------------------------------------------------
       P810-ABRIR-DOCUMENTOS.
            OPEN EXTEND DOCUMENTO-FILE
            IF FS-DOCUMENTO = '35' THEN
               OPEN OUTPUT DOCUMENTO-FILE
            END-IF

            IF FS-DOCUMENTO = '00' THEN
               INITIALIZE REG-DOCUMENTO-ALUNO
               MOVE CD-STUDENT TO DA-CD-STUDENT
               ACCEPT DA-DATA-ABERTURA FROM DATE YYYYMMDD
               MOVE 'PROGARQ002' TO DA-ORIGEM
               MOVE WS-TRANSFERIDO-NOVO TO DA-TRANSFERIDO
               PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                       UNTIL WS-IDX-DOCUMENTO > 5
                  SET DA-PENDENTE (WS-IDX-DOCUMENTO) TO TRUE
               END-PERFORM
               IF NOT DA-VEIO-TRANSFERIDO THEN
                  SET DA-NAO-SE-APLICA (5) TO TRUE
               END-IF
               WRITE REG-DOCUMENTO-ALUNO
               CLOSE DOCUMENTO-FILE
            END-IF
            .
       P810-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PROGARQ002' TO LY-PROGRAMA
            MOVE '../ERROS.TXT' TO LY-NOME-ERROS
            SET LY-CONFERIR TO TRUE

            MOVE '../STUDENT.TXT' TO LY-NOME-ARQUIVO
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
            MOVE '../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM PROGARQ002.
