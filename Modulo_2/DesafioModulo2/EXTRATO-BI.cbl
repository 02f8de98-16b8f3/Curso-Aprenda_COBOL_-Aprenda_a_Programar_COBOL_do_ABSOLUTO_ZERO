      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: EXTRATO ANALITICO NOTURNO PARA A FERRAMENTA DE BI DA
      *          MANTENEDORA: CADA PEDIDO DE EXPORTACAO ERA MONTADO DE
      *          UM JEITO. O CONJUNTO SAI TODA NOITE NO MESMO LAYOUT
      *          DELIMITADO E DOCUMENTADO (BI-EXTRATO-LINHAS.CPY):
      *          - FATOS: BI-FATO-MEDIAS.TXT (UMA LINHA POR MEDIA VIVA
      *            DE NOTAS-HIST.TXT), BI-FATO-CHAMADA.TXT (UMA POR
      *            MARCACAO VIVA DE CHAMADA.TXT) E BI-FATO-MOVTO.TXT
      *            (MATRICULA, READMISSAO, REMANEJAMENTO, SAIDA POR
      *            TRANSFERENCIA E A SITUACAO ATUAL DO CICLO DE VIDA);
      *          - DIMENSOES: BI-DIM-ALUNO.TXT (SEM NOME, CD-STUDENT,
      *            MATRICULA OU NASCIMENTO - SO A CHAVE SUBSTITUTA),
      *            BI-DIM-TURMA.TXT, BI-DIM-MATERIA.TXT,
      *            BI-DIM-PROFESSOR.TXT E BI-DIM-PERIODO.TXT.
      *          AS CHAVES SUBSTITUTAS FICAM EM BI-CHAVES.TXT (VEJA
      *          BI-CHAVE-RECORD.CPY), QUE SO CRESCE: A MESMA CHAVE
      *          NATURAL RECEBE A MESMA CHAVE SUBSTITUTA TODA NOITE.
      *          TODO ARQUIVO TERMINA COM O TRAILER DE CONTROLE
      *          (QUANTIDADE DE LINHAS) E A MESMA QUANTIDADE EH
      *          AFIRMADA AO REGISTRAR-TOTAIS - O BALANCO-DIARIO
      *          CONFERE O EXTRATO JUNTO COM OS DEMAIS ARQUIVOS DO DIA.
      *          O EXTRATO SAI DA ESCOLA: NAO EH GERADO NO AMBIENTE DE
      *          TREINAMENTO. COBRE A REDE INTEIRA, COM A UNIDADE EM
      *          CADA LINHA. RODA SEM OPERADOR E REGISTRA A EXECUCAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-BI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT TURMA-FILE ASSIGN TO
           '../../TURMAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT MATERIA-FILE ASSIGN TO
           '../../MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT PROFESSOR-FILE ASSIGN TO
           '../../PROFESSORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT ATRIBUICAO-FILE ASSIGN TO
           '../../ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT PERIODO-FILE ASSIGN TO
           '../../PERIODO-LETIVO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT TRANSF-FILE ASSIGN TO
           '../../TRANSFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT SAIDA-FILE ASSIGN TO
           '../../TRANSFERENCIAS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

      * LOG DE READMISSOES GRAVADO PELO PROGARQ002 (P280).
           SELECT READMISSAO-FILE ASSIGN TO
           '../../READMISSOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT CHAVES-FILE ASSIGN TO
           '../../BI-CHAVES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAVES.

           SELECT FATO-MEDIAS-FILE ASSIGN TO
           '../../BI-FATO-MEDIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATO-CHAMADA-FILE ASSIGN TO
           '../../BI-FATO-CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FATO-MOVTO-FILE ASSIGN TO
           '../../BI-FATO-MOVTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIM-ALUNO-FILE ASSIGN TO
           '../../BI-DIM-ALUNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIM-TURMA-FILE ASSIGN TO
           '../../BI-DIM-TURMA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIM-MATERIA-FILE ASSIGN TO
           '../../BI-DIM-MATERIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIM-PROFESSOR-FILE ASSIGN TO
           '../../BI-DIM-PROFESSOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIM-PERIODO-FILE ASSIGN TO
           '../../BI-DIM-PERIODO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD TURMA-FILE.
           COPY TURMA-RECORD.
       FD MATERIA-FILE.
       01 REC-MATERIA              PIC X(60).
       FD PROFESSOR-FILE.
           COPY PROFESSOR-RECORD.
       FD ATRIBUICAO-FILE.
           COPY ATRIBUICAO-RECORD.
       FD PERIODO-FILE.
           COPY PERIODO-RECORD.
       FD TRANSF-FILE.
           COPY TRANSFERENCIA-RECORD.
       FD SAIDA-FILE.
           COPY SAIDA-RECORD.
       FD READMISSAO-FILE.
       01 REG-READMISSAO.
           03 RD-CD-STUDENT         PIC 9(05).
           03 RD-NM-STUDENT         PIC X(20).
           03 RD-TURMA-ANTERIOR     PIC X(05).
           03 RD-TURMA-NOVA         PIC X(05).
           03 RD-DATA-READMISSAO    PIC 9(08).
           03 RD-HORA-READMISSAO    PIC 9(08).
       FD CHAVES-FILE.
           COPY BI-CHAVE-RECORD.
       FD FATO-MEDIAS-FILE.
       01 REC-FATO-MEDIAS          PIC X(200).
       FD FATO-CHAMADA-FILE.
       01 REC-FATO-CHAMADA         PIC X(200).
       FD FATO-MOVTO-FILE.
       01 REC-FATO-MOVTO           PIC X(200).
       FD DIM-ALUNO-FILE.
       01 REC-DIM-ALUNO            PIC X(200).
       FD DIM-TURMA-FILE.
       01 REC-DIM-TURMA            PIC X(200).
       FD DIM-MATERIA-FILE.
       01 REC-DIM-MATERIA          PIC X(200).
       FD DIM-PROFESSOR-FILE.
       01 REC-DIM-PROFESSOR        PIC X(200).
       FD DIM-PERIODO-FILE.
       01 REC-DIM-PERIODO          PIC X(200).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-ENTRADA                  PIC X(02)       VALUE SPACES.
       77 FS-CHAVES                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-GERACAO             PIC 9(08)       VALUE 0.
       77 WS-HORA-GERACAO             PIC 9(08)       VALUE 0.
      * LINHAS DOS ARQUIVOS DO EXTRATO (LAYOUT DOCUMENTADO).
           COPY BI-EXTRATO-LINHAS.
      * CONVERSAO DDMMAAAA (DATAS DO MESTRE, DA CHAMADA E DOS LOGS DE
      * TRANSFERENCIA) PARA AAAAMMDD, O FORMATO DO EXTRATO.
       01 WS-DATA-ENTRADA             PIC 9(08)       VALUE 0.
       01 WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
           03 WS-ENT-DIA              PIC 9(02).
           03 WS-ENT-MES              PIC 9(02).
           03 WS-ENT-ANO              PIC 9(04).
       01 WS-DATA-CONVERTIDA          PIC 9(08)       VALUE 0.
       01 WS-DATA-CONVERTIDA-R REDEFINES WS-DATA-CONVERTIDA.
           03 WS-CNV-ANO              PIC 9(04).
           03 WS-CNV-MES              PIC 9(02).
           03 WS-CNV-DIA              PIC 9(02).
      * CHAVES SUBSTITUTAS DOS ALUNOS, PELA POSICAO DO CD-STUDENT
      * (0 = AINDA SEM CHAVE). WS-ALU-USO: 'M' ALUNO DO MESTRE NESTA
      * NOITE, 'R' SO REFERENCIADO POR UM FATO, BRANCO = FORA DO
      * EXTRATO DESTA NOITE (EX.: CADASTRO UNIFICADO).
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 99999 TIMES.
              03 WS-ALU-SK            PIC 9(07).
              03 WS-ALU-USO           PIC X(01).
              03 WS-ALU-UNIDADE       PIC X(02).
       77 WS-MAX-SK-ALUNO             PIC 9(07)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(05)       VALUE 0.
       77 WS-CD-ALUNO-PROCURADO       PIC 9(05)       VALUE 0.
      * CHAVES SUBSTITUTAS DAS DEMAIS DIMENSOES (TURMA, MATERIA,
      * PROFESSOR, PERIODO), COM A MAIOR CHAVE JA DADA EM CADA UMA.
       01 WS-TABELA-CHAVES.
           02 WS-CHAVE-ITEM OCCURS 3000 TIMES.
              03 WS-CHV-DIMENSAO      PIC X(01).
              03 WS-CHV-NATURAL       PIC X(10).
              03 WS-CHV-SK            PIC 9(07).
              03 WS-CHV-USO           PIC X(01).
       77 WS-QTD-CHAVES               PIC 9(04)       VALUE 0.
       77 WS-IDX-CHAVE                PIC 9(04)       VALUE 0.
       01 WS-MAIORES-CHAVES.
           02 WS-MAX-SK               PIC 9(07)       OCCURS 4 TIMES.
      * ULTIMA CHAVE RESOLVIDA EM CADA DIMENSAO - A CHAMADA VEM EM
      * BLOCOS DA MESMA TURMA/MATERIA, ENTAO A PROCURA QUASE NUNCA
      * PRECISA PERCORRER A TABELA.
       01 WS-ULTIMAS-CHAVES.
           02 WS-ULTIMA-CHAVE OCCURS 4 TIMES.
              03 WS-ULT-NATURAL       PIC X(10).
              03 WS-ULT-SK            PIC 9(07).
       77 WS-DIMENSAO-PROCURADA       PIC X(01)       VALUE SPACE.
       77 WS-IDX-DIMENSAO             PIC 9(01)       VALUE 0.
       77 WS-NATURAL-PROCURADA        PIC X(10)       VALUE SPACES.
       77 WS-SK-ACHADA                PIC 9(07)       VALUE 0.
       77 WS-ESTOURO-CHAVES           PIC X(01)       VALUE 'N'.
       77 WS-QTD-CHAVES-NOVAS         PIC 9(07)       VALUE 0.
      * CADASTRO DE TURMAS.
       01 WS-TABELA-TURMAS.
           02 WS-TURMA-ITEM OCCURS 300 TIMES.
              03 WS-TUR-CD            PIC X(05).
              03 WS-TUR-SERIE         PIC 9(02).
              03 WS-TUR-UNIDADE       PIC X(02).
              03 WS-TUR-CAPACIDADE    PIC 9(03).
              03 WS-TUR-ATIVO         PIC X(01).
              03 WS-TUR-REGIME-AVAL   PIC X(01).
              03 WS-TUR-REGIME-PER    PIC X(01).
       77 WS-QTD-TURMAS               PIC 9(03)       VALUE 0.
       77 WS-IDX-TURMA                PIC 9(03)       VALUE 0.
       77 WS-POS-TURMA                PIC 9(03)       VALUE 0.
      * TABELA DE MATERIAS (MATERIAS.TXT, CODIGO,NOME,CARGA,ATIVO).
       01 WS-TABELA-MATERIAS.
           02 WS-MATERIA-ITEM OCCURS 200 TIMES.
              03 WS-MAT-CD            PIC X(05).
              03 WS-MAT-NOME          PIC X(30).
              03 WS-MAT-CARGA         PIC 9(02).
              03 WS-MAT-ATIVO         PIC X(01).
       77 WS-QTD-MATERIAS             PIC 9(03)       VALUE 0.
       77 WS-IDX-MATERIA              PIC 9(03)       VALUE 0.
       77 WS-POS-MATERIA              PIC 9(03)       VALUE 0.
       77 WS-CD-LIDO                  PIC X(05)       VALUE SPACES.
       77 WS-NM-LIDO                  PIC X(30)       VALUE SPACES.
       77 WS-CARGA-LIDA               PIC X(02)       VALUE SPACES.
       77 WS-ATIVO-LIDO               PIC X(01)       VALUE SPACES.
      * CADASTRO DE PROFESSORES.
       01 WS-TABELA-PROFESSORES.
           02 WS-PROFESSOR-ITEM OCCURS 300 TIMES.
              03 WS-PRO-CD            PIC 9(04).
              03 WS-PRO-NOME          PIC X(30).
              03 WS-PRO-ATIVO         PIC X(01).
       77 WS-QTD-PROFESSORES          PIC 9(03)       VALUE 0.
       77 WS-IDX-PROFESSOR            PIC 9(03)       VALUE 0.
       77 WS-POS-PROFESSOR            PIC 9(03)       VALUE 0.
      * PROFESSOR TITULAR DE CADA TURMA/MATERIA (ATRIBUICOES.TXT): A
      * ATRIBUICAO TITULAR SEM FIM DE VIGENCIA PREVALECE SOBRE A QUE
      * JA TERMINOU; SUBSTITUTO NAO ENTRA (O FATO EH DA MEDIA DO
      * PERIODO, NAO DE UMA DATA).
       01 WS-TABELA-TITULARES.
           02 WS-TITULAR-ITEM OCCURS 1000 TIMES.
              03 WS-TIT-TURMA         PIC X(05).
              03 WS-TIT-MATERIA       PIC X(05).
              03 WS-TIT-PROFESSOR     PIC 9(04).
              03 WS-TIT-VIGENTE       PIC X(01).
       77 WS-QTD-TITULARES            PIC 9(04)       VALUE 0.
       77 WS-IDX-TITULAR              PIC 9(04)       VALUE 0.
       77 WS-POS-TITULAR              PIC 9(04)       VALUE 0.
      * PERIODO CORRENTE DE CADA REGIME (1 = BIMESTRAL, 2 =
      * SEMESTRAL) - DA A SITUACAO ABERTO/FECHADO DA DIMENSAO PERIODO.
       01 WS-PERIODOS-CORRENTES.
           02 WS-PERIODO-CORRENTE OCCURS 2 TIMES.
              03 WS-PER-ANO           PIC 9(04).
              03 WS-PER-NUMERO        PIC 9(01).
              03 WS-PER-SITUACAO      PIC X(01).
       77 WS-IDX-REGIME               PIC 9(01)       VALUE 0.
       01 WS-CHAVE-PERIODO.
           03 WS-CP-ANO               PIC 9(04).
           03 WS-CP-NUMERO            PIC 9(01).
           03 WS-CP-REGIME            PIC X(01).
           03 FILLER                  PIC X(04)       VALUE SPACES.
       77 WS-REGIME-TURMA             PIC X(01)       VALUE SPACE.
       77 WS-COMPARA-PERIODO          PIC 9(05)       VALUE 0.
       77 WS-COMPARA-CORRENTE         PIC 9(05)       VALUE 0.
      * CAMPOS DE TRABALHO DOS FATOS.
       77 WS-UNIDADE-LINHA            PIC X(02)       VALUE SPACES.
       77 WS-ESCALA-REGISTRO          PIC 9(03)       VALUE 0.
       77 WS-MEDIA-100                PIC 9(03)V9(01) VALUE 0.
       77 WS-CD-PROFESSOR-TITULAR     PIC 9(04)       VALUE 0.
       77 WS-CD-PROFESSOR-TEXTO       PIC X(04)       VALUE SPACES.
       77 WS-EVENTO-SITUACAO          PIC X(02)       VALUE SPACES.
      * CONTADORES DO EXTRATO.
       77 WS-QTD-LIDOS                PIC 9(09)       VALUE 0.
       77 WS-QTD-MEDIAS               PIC 9(09)       VALUE 0.
       77 WS-QTD-CHAMADAS             PIC 9(09)       VALUE 0.
       77 WS-QTD-MOVIMENTOS           PIC 9(09)       VALUE 0.
       77 WS-QTD-DIM-ALUNOS           PIC 9(09)       VALUE 0.
       77 WS-QTD-DIM-TURMAS           PIC 9(09)       VALUE 0.
       77 WS-QTD-DIM-MATERIAS         PIC 9(09)       VALUE 0.
       77 WS-QTD-DIM-PROFESSORES      PIC 9(09)       VALUE 0.
       77 WS-QTD-DIM-PERIODOS         PIC 9(09)       VALUE 0.
       77 WS-QTD-GRAVADOS             PIC 9(09)       VALUE 0.
      * TOTAIS AFIRMADOS AO CONTROLE DE GRAVACAO (VEJA
      * REGISTRAR-TOTAIS) - UM POR ARQUIVO DO EXTRATO.
       77 WS-PROGRAMA-TOTAL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-TOTAL            PIC X(20)       VALUE SPACES.
       77 WS-QTD-GRAVADOS-TOTAL       PIC 9(07)       VALUE 0.
       77 WS-DATA-TOTAL               PIC 9(08)       VALUE 0.
       77 WS-RETORNO-TOTAIS           PIC 9(01)       VALUE 0.
      * REGISTRO DO LOG DE EXECUCOES (VEJA EXECUCAO-RECORD.CPY) - O
      * PROGRAMA NAO PEDE OPERADOR, ENTAO O CAMPO SAI COMO 'N/D'.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): O
      * EXTRATO SAI DA ESCOLA E NAO EH GERADO EM TREINAMENTO.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P001-CONFERIR-LAYOUTS
            DISPLAY 'EXTRATO ANALITICO DA MANTENEDORA (BI)'
            INITIALIZE REG-EXECUCAO
            MOVE 'EXTRATO-BI' TO EX-PROGRAMA
            MOVE 'N/D' TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME
            MOVE EX-DATA-INICIO TO WS-DATA-GERACAO
            MOVE EX-HORA-INICIO TO WS-HORA-GERACAO

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
               ACCEPT EX-HORA-FIM FROM TIME
               MOVE 'MESTRE INDISPONIVEL' TO EX-PARAMETROS
               SET EX-RESULTADO-ABORTADO TO TRUE
               CALL 'REGISTRAR-EXECUCAO'
                             USING REG-EXECUCAO, WS-RETORNO-REGISTRAR
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM P100-CARREGAR-CHAVES
            OPEN EXTEND CHAVES-FILE
            IF FS-CHAVES = '35' THEN
               OPEN OUTPUT CHAVES-FILE
            END-IF

            PERFORM P150-CARREGAR-TURMAS
            PERFORM P160-CARREGAR-MATERIAS
            PERFORM P170-CARREGAR-PROFESSORES
            PERFORM P180-CARREGAR-TITULARES
            PERFORM P190-CARREGAR-PERIODOS

            PERFORM P200-FATO-MOVIMENTO
            PERFORM P300-FATO-MEDIAS
            PERFORM P400-FATO-CHAMADA

            PERFORM P500-DIM-ALUNO
            PERFORM P600-DIM-TURMA
            PERFORM P610-DIM-MATERIA
            PERFORM P620-DIM-PROFESSOR
            PERFORM P630-DIM-PERIODO

            CLOSE CHAVES-FILE
            CLOSE STUDENT

            PERFORM P800-REGISTRAR-TOTAIS

            COMPUTE WS-QTD-GRAVADOS = WS-QTD-MEDIAS + WS-QTD-CHAMADAS
                                    + WS-QTD-MOVIMENTOS
                                    + WS-QTD-DIM-ALUNOS
                                    + WS-QTD-DIM-TURMAS
                                    + WS-QTD-DIM-MATERIAS
                                    + WS-QTD-DIM-PROFESSORES
                                    + WS-QTD-DIM-PERIODOS
            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE SPACES TO EX-PARAMETROS
            STRING 'BI-*.TXT CHAVES NOVAS=' WS-QTD-CHAVES-NOVAS
                   DELIMITED BY SIZE INTO EX-PARAMETROS
            END-STRING
            MOVE WS-QTD-LIDOS TO EX-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS TO EX-QTD-GRAVADOS
            MOVE 0 TO EX-QTD-REJEITADOS
            SET EX-RESULTADO-NORMAL TO TRUE
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            IF WS-ESTOURO-CHAVES = 'S' THEN
               DISPLAY '*** TABELA DE CHAVES CHEIA (3000) - LINHAS '
                       'SEM CHAVE SAIRAM COM CHAVE ZERO ***'
            END-IF
            DISPLAY 'FATO MEDIAS...................: ' WS-QTD-MEDIAS
            DISPLAY 'FATO CHAMADA..................: ' WS-QTD-CHAMADAS
            DISPLAY 'FATO MOVIMENTO................: '
                    WS-QTD-MOVIMENTOS
            DISPLAY 'DIMENSAO ALUNO................: '
                    WS-QTD-DIM-ALUNOS
            DISPLAY 'DIMENSAO TURMA................: '
                    WS-QTD-DIM-TURMAS
            DISPLAY 'DIMENSAO MATERIA..............: '
                    WS-QTD-DIM-MATERIAS
            DISPLAY 'DIMENSAO PROFESSOR............: '
                    WS-QTD-DIM-PROFESSORES
            DISPLAY 'DIMENSAO PERIODO..............: '
                    WS-QTD-DIM-PERIODOS
            DISPLAY 'CHAVES SUBSTITUTAS NOVAS......: '
                    WS-QTD-CHAVES-NOVAS
            STOP RUN.
      *-----------------------------------------------------------------
      * MAPA DE CHAVES DAS NOITES ANTERIORES: ALUNO PELA POSICAO DO
      * CD-STUDENT, AS DEMAIS NA TABELA GERAL.
      *-----------------------------------------------------------------
       P100-CARREGAR-CHAVES.
            INITIALIZE WS-TABELA-ALUNOS
            MOVE ZEROS TO WS-MAIORES-CHAVES
            MOVE 0 TO WS-QTD-CHAVES
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAVES-FILE
            IF FS-CHAVES = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAVES-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P110-GUARDAR-CHAVE
                  END-READ
               END-PERFORM
               CLOSE CHAVES-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            INITIALIZE WS-ULTIMAS-CHAVES
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-CHAVE.
            IF BK-CHAVE-BI IS NOT NUMERIC THEN
               CONTINUE
            ELSE
               IF BK-DIM-ALUNO THEN
                  IF BK-CHAVE-NATURAL (1:5) IS NUMERIC AND
                     BK-CHAVE-NATURAL (1:5) NOT = '00000' THEN
                     MOVE BK-CHAVE-NATURAL (1:5) TO WS-IDX-ALUNO
                     MOVE BK-CHAVE-BI TO WS-ALU-SK (WS-IDX-ALUNO)
                     IF BK-CHAVE-BI > WS-MAX-SK-ALUNO THEN
                        MOVE BK-CHAVE-BI TO WS-MAX-SK-ALUNO
                     END-IF
                  END-IF
               ELSE
                  MOVE BK-DIMENSAO TO WS-DIMENSAO-PROCURADA
                  PERFORM P060-INDICE-DIMENSAO
                  IF WS-IDX-DIMENSAO > 0 AND WS-QTD-CHAVES < 3000
                     THEN
                     ADD 1 TO WS-QTD-CHAVES
                     MOVE BK-DIMENSAO TO
                          WS-CHV-DIMENSAO (WS-QTD-CHAVES)
                     MOVE BK-CHAVE-NATURAL TO
                          WS-CHV-NATURAL (WS-QTD-CHAVES)
                     MOVE BK-CHAVE-BI TO WS-CHV-SK (WS-QTD-CHAVES)
                     MOVE SPACE TO WS-CHV-USO (WS-QTD-CHAVES)
                     IF BK-CHAVE-BI > WS-MAX-SK (WS-IDX-DIMENSAO) THEN
                        MOVE BK-CHAVE-BI
                          TO WS-MAX-SK (WS-IDX-DIMENSAO)
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * CHAVE SUBSTITUTA DE WS-NATURAL-PROCURADA NA DIMENSAO
      * WS-DIMENSAO-PROCURADA (EM WS-SK-ACHADA). CHAVE NATURAL NOVA
      * RECEBE A PROXIMA CHAVE DA DIMENSAO, GRAVADA NA HORA NO MAPA.
      * CHAVE NATURAL EM BRANCO = SEM REFERENCIA (CHAVE ZERO).
      *-----------------------------------------------------------------
       P050-OBTER-CHAVE.
            MOVE 0 TO WS-SK-ACHADA
            PERFORM P060-INDICE-DIMENSAO
            IF WS-NATURAL-PROCURADA NOT = SPACES AND
               WS-IDX-DIMENSAO > 0 THEN
               IF WS-ULT-NATURAL (WS-IDX-DIMENSAO) =
                  WS-NATURAL-PROCURADA AND
                  WS-ULT-SK (WS-IDX-DIMENSAO) > 0 THEN
                  MOVE WS-ULT-SK (WS-IDX-DIMENSAO) TO WS-SK-ACHADA
               ELSE
                  PERFORM P052-PROCURAR-CHAVE
               END-IF
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P052-PROCURAR-CHAVE.
            PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                    UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
                       OR WS-SK-ACHADA > 0
               IF WS-CHV-DIMENSAO (WS-IDX-CHAVE) =
                  WS-DIMENSAO-PROCURADA AND
                  WS-CHV-NATURAL (WS-IDX-CHAVE) =
                  WS-NATURAL-PROCURADA THEN
                  MOVE WS-CHV-SK (WS-IDX-CHAVE) TO WS-SK-ACHADA
                  MOVE 'S' TO WS-CHV-USO (WS-IDX-CHAVE)
               END-IF
            END-PERFORM

            IF WS-SK-ACHADA = 0 THEN
               IF WS-QTD-CHAVES < 3000 THEN
                  ADD 1 TO WS-QTD-CHAVES
                  ADD 1 TO WS-MAX-SK (WS-IDX-DIMENSAO)
                  MOVE WS-MAX-SK (WS-IDX-DIMENSAO) TO WS-SK-ACHADA
                  MOVE WS-DIMENSAO-PROCURADA TO
                       WS-CHV-DIMENSAO (WS-QTD-CHAVES)
                  MOVE WS-NATURAL-PROCURADA TO
                       WS-CHV-NATURAL (WS-QTD-CHAVES)
                  MOVE WS-SK-ACHADA TO WS-CHV-SK (WS-QTD-CHAVES)
                  MOVE 'S' TO WS-CHV-USO (WS-QTD-CHAVES)
                  MOVE WS-DIMENSAO-PROCURADA TO BK-DIMENSAO
                  MOVE WS-NATURAL-PROCURADA TO BK-CHAVE-NATURAL
                  MOVE WS-SK-ACHADA TO BK-CHAVE-BI
                  MOVE WS-DATA-GERACAO TO BK-DATA-CRIACAO
                  WRITE REG-BI-CHAVE
                  ADD 1 TO WS-QTD-CHAVES-NOVAS
               ELSE
                  MOVE 'S' TO WS-ESTOURO-CHAVES
               END-IF
            END-IF

            MOVE WS-NATURAL-PROCURADA
              TO WS-ULT-NATURAL (WS-IDX-DIMENSAO)
            MOVE WS-SK-ACHADA TO WS-ULT-SK (WS-IDX-DIMENSAO)
            .
       P052-FIM.
      *-----------------------------------------------------------------
       P055-OBTER-CHAVE-ALUNO.
            MOVE 0 TO WS-SK-ACHADA
            IF WS-CD-ALUNO-PROCURADO > 0 THEN
               IF WS-ALU-SK (WS-CD-ALUNO-PROCURADO) = 0 THEN
                  ADD 1 TO WS-MAX-SK-ALUNO
                  MOVE WS-MAX-SK-ALUNO
                    TO WS-ALU-SK (WS-CD-ALUNO-PROCURADO)
                  MOVE 'A' TO BK-DIMENSAO
                  MOVE SPACES TO BK-CHAVE-NATURAL
                  MOVE WS-CD-ALUNO-PROCURADO TO BK-CHAVE-NATURAL (1:5)
                  MOVE WS-MAX-SK-ALUNO TO BK-CHAVE-BI
                  MOVE WS-DATA-GERACAO TO BK-DATA-CRIACAO
                  WRITE REG-BI-CHAVE
                  ADD 1 TO WS-QTD-CHAVES-NOVAS
               END-IF
               IF WS-ALU-USO (WS-CD-ALUNO-PROCURADO) = SPACE THEN
                  MOVE 'R' TO WS-ALU-USO (WS-CD-ALUNO-PROCURADO)
               END-IF
               MOVE WS-ALU-SK (WS-CD-ALUNO-PROCURADO) TO WS-SK-ACHADA
            END-IF
            .
       P055-FIM.
      *-----------------------------------------------------------------
       P060-INDICE-DIMENSAO.
            EVALUATE WS-DIMENSAO-PROCURADA
               WHEN 'T' MOVE 1 TO WS-IDX-DIMENSAO
               WHEN 'M' MOVE 2 TO WS-IDX-DIMENSAO
               WHEN 'P' MOVE 3 TO WS-IDX-DIMENSAO
               WHEN 'D' MOVE 4 TO WS-IDX-DIMENSAO
               WHEN OTHER MOVE 0 TO WS-IDX-DIMENSAO
            END-EVALUATE
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P070-CONVERTER-DATA.
            IF WS-DATA-ENTRADA = 0 THEN
               MOVE 0 TO WS-DATA-CONVERTIDA
            ELSE
               MOVE WS-ENT-ANO TO WS-CNV-ANO
               MOVE WS-ENT-MES TO WS-CNV-MES
               MOVE WS-ENT-DIA TO WS-CNV-DIA
            END-IF
            .
       P070-FIM.
      *-----------------------------------------------------------------
       P080-CHAVE-TURMA.
            MOVE 'T' TO WS-DIMENSAO-PROCURADA
            PERFORM P050-OBTER-CHAVE
            .
       P080-FIM.
      *-----------------------------------------------------------------
      * CADASTROS DE REFERENCIA: TODA TURMA, MATERIA E PROFESSOR
      * CADASTRADO ENTRA NA DIMENSAO, MESMO SEM FATO NENHUM.
      *-----------------------------------------------------------------
       P150-CARREGAR-TURMAS.
            MOVE 0 TO WS-QTD-TURMAS
            OPEN INPUT TURMA-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TURMA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-TURMAS < 300 AND
                              TU-CD-TURMA NOT = SPACES THEN
                              ADD 1 TO WS-QTD-TURMAS
                              MOVE TU-CD-TURMA
                                TO WS-TUR-CD (WS-QTD-TURMAS)
                              MOVE TU-SERIE
                                TO WS-TUR-SERIE (WS-QTD-TURMAS)
                              MOVE TU-CD-UNIDADE
                                TO WS-TUR-UNIDADE (WS-QTD-TURMAS)
                              IF TU-CD-UNIDADE = SPACES THEN
                                 MOVE '01'
                                   TO WS-TUR-UNIDADE (WS-QTD-TURMAS)
                              END-IF
                              MOVE TU-CAPACIDADE
                                TO WS-TUR-CAPACIDADE (WS-QTD-TURMAS)
                              MOVE TU-ATIVO
                                TO WS-TUR-ATIVO (WS-QTD-TURMAS)
                              MOVE 'N'
                                TO WS-TUR-REGIME-AVAL (WS-QTD-TURMAS)
                              IF TU-REGIME-DESCRITIVO THEN
                                 MOVE 'D' TO
                                      WS-TUR-REGIME-AVAL (WS-QTD-TURMAS)
                              END-IF
                              MOVE 'B'
                                TO WS-TUR-REGIME-PER (WS-QTD-TURMAS)
                              IF TU-PERIODO-SEMESTRAL THEN
                                 MOVE 'S' TO
                                      WS-TUR-REGIME-PER (WS-QTD-TURMAS)
                              END-IF
                              MOVE TU-CD-TURMA TO WS-NATURAL-PROCURADA
                              PERFORM P080-CHAVE-TURMA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TURMA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-CARREGAR-MATERIAS.
            MOVE 0 TO WS-QTD-MATERIAS
            OPEN INPUT MATERIA-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MATERIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P165-CARREGAR-MATERIA
                  END-READ
               END-PERFORM
               CLOSE MATERIA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P165-CARREGAR-MATERIA.
            MOVE SPACES TO WS-CD-LIDO
            MOVE SPACES TO WS-NM-LIDO
            MOVE SPACES TO WS-CARGA-LIDA
            MOVE SPACES TO WS-ATIVO-LIDO
            UNSTRING REC-MATERIA DELIMITED BY ','
                     INTO WS-CD-LIDO, WS-NM-LIDO,
                          WS-CARGA-LIDA, WS-ATIVO-LIDO
            END-UNSTRING
            IF WS-CD-LIDO NOT = SPACES AND WS-QTD-MATERIAS < 200 THEN
               ADD 1 TO WS-QTD-MATERIAS
               MOVE WS-CD-LIDO TO WS-MAT-CD (WS-QTD-MATERIAS)
               MOVE WS-NM-LIDO TO WS-MAT-NOME (WS-QTD-MATERIAS)
               IF WS-CARGA-LIDA IS NUMERIC THEN
                  MOVE WS-CARGA-LIDA TO WS-MAT-CARGA (WS-QTD-MATERIAS)
               ELSE
                  MOVE 0 TO WS-MAT-CARGA (WS-QTD-MATERIAS)
               END-IF
               IF WS-ATIVO-LIDO = 'I' THEN
                  MOVE 'I' TO WS-MAT-ATIVO (WS-QTD-MATERIAS)
               ELSE
                  MOVE 'A' TO WS-MAT-ATIVO (WS-QTD-MATERIAS)
               END-IF
               MOVE 'M' TO WS-DIMENSAO-PROCURADA
               MOVE WS-CD-LIDO TO WS-NATURAL-PROCURADA
               PERFORM P050-OBTER-CHAVE
            END-IF
            .
       P165-FIM.
      *-----------------------------------------------------------------
       P170-CARREGAR-PROFESSORES.
            MOVE 0 TO WS-QTD-PROFESSORES
            OPEN INPUT PROFESSOR-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PROFESSOR-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PROFESSORES < 300 AND
                              PR-CD-PROFESSOR IS NUMERIC AND
                              PR-CD-PROFESSOR > 0 THEN
                              ADD 1 TO WS-QTD-PROFESSORES
                              MOVE PR-CD-PROFESSOR
                                TO WS-PRO-CD (WS-QTD-PROFESSORES)
                              MOVE PR-NM-PROFESSOR
                                TO WS-PRO-NOME (WS-QTD-PROFESSORES)
                              MOVE PR-ATIVO
                                TO WS-PRO-ATIVO (WS-QTD-PROFESSORES)
                              MOVE 'P' TO WS-DIMENSAO-PROCURADA
                              MOVE SPACES TO WS-NATURAL-PROCURADA
                              MOVE PR-CD-PROFESSOR
                                TO WS-NATURAL-PROCURADA (1:4)
                              PERFORM P050-OBTER-CHAVE
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PROFESSOR-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P170-FIM.
      *-----------------------------------------------------------------
       P180-CARREGAR-TITULARES.
            MOVE 0 TO WS-QTD-TITULARES
            OPEN INPUT ATRIBUICAO-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ATRIBUICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF NOT AT-SUBSTITUTO THEN
                              PERFORM P185-GUARDAR-TITULAR
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ATRIBUICAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P180-FIM.
      *-----------------------------------------------------------------
       P185-GUARDAR-TITULAR.
            MOVE 0 TO WS-POS-TITULAR
            PERFORM VARYING WS-IDX-TITULAR FROM 1 BY 1
                    UNTIL WS-IDX-TITULAR > WS-QTD-TITULARES
                       OR WS-POS-TITULAR > 0
               IF WS-TIT-TURMA (WS-IDX-TITULAR) = AT-CD-TURMA AND
                  WS-TIT-MATERIA (WS-IDX-TITULAR) = AT-CD-MATERIA THEN
                  MOVE WS-IDX-TITULAR TO WS-POS-TITULAR
               END-IF
            END-PERFORM
            IF WS-POS-TITULAR = 0 AND WS-QTD-TITULARES < 1000 THEN
               ADD 1 TO WS-QTD-TITULARES
               MOVE WS-QTD-TITULARES TO WS-POS-TITULAR
               MOVE AT-CD-TURMA TO WS-TIT-TURMA (WS-POS-TITULAR)
               MOVE AT-CD-MATERIA TO WS-TIT-MATERIA (WS-POS-TITULAR)
               MOVE 'N' TO WS-TIT-VIGENTE (WS-POS-TITULAR)
            END-IF
      * A ATRIBUICAO SEM FIM DE VIGENCIA PREVALECE; ENTRE AS JA
      * ENCERRADAS FICA A ULTIMA DO ARQUIVO.
            IF WS-POS-TITULAR > 0 AND
               WS-TIT-VIGENTE (WS-POS-TITULAR) = 'N' THEN
               MOVE AT-CD-PROFESSOR TO WS-TIT-PROFESSOR (WS-POS-TITULAR)
               IF AT-DATA-FIM IS NOT NUMERIC OR AT-DATA-FIM = 0 THEN
                  MOVE 'S' TO WS-TIT-VIGENTE (WS-POS-TITULAR)
               END-IF
            END-IF
            .
       P185-FIM.
      *-----------------------------------------------------------------
      * PERIODO CORRENTE POR REGIME (VEJA PERIODO-RECORD.CPY): CADA
      * PERIODO CORRENTE ENTRA NA DIMENSAO MESMO SEM MEDIA AINDA.
      *-----------------------------------------------------------------
       P190-CARREGAR-PERIODOS.
            INITIALIZE WS-PERIODOS-CORRENTES
            OPEN INPUT PERIODO-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PERIODO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PE-ANO-LETIVO IS NUMERIC AND
                              PE-BIMESTRE IS NUMERIC THEN
                              IF PE-REGIME-SEMESTRAL THEN
                                 MOVE 2 TO WS-IDX-REGIME
                                 MOVE 'S' TO WS-CP-REGIME
                              ELSE
                                 MOVE 1 TO WS-IDX-REGIME
                                 MOVE 'B' TO WS-CP-REGIME
                              END-IF
                              MOVE PE-ANO-LETIVO
                                TO WS-PER-ANO (WS-IDX-REGIME)
                              MOVE PE-BIMESTRE
                                TO WS-PER-NUMERO (WS-IDX-REGIME)
                              MOVE PE-SITUACAO
                                TO WS-PER-SITUACAO (WS-IDX-REGIME)
                              MOVE PE-ANO-LETIVO TO WS-CP-ANO
                              MOVE PE-BIMESTRE TO WS-CP-NUMERO
                              MOVE 'D' TO WS-DIMENSAO-PROCURADA
                              MOVE WS-CHAVE-PERIODO
                                TO WS-NATURAL-PROCURADA
                              PERFORM P050-OBTER-CHAVE
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIODO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P190-FIM.
      *-----------------------------------------------------------------
      * FATO MOVIMENTO: PRIMEIRO O MESTRE (MATRICULA E SITUACAO ATUAL
      * QUANDO NAO ATIVO - A TRANSFERENCIA SAI DO LOG DE SAIDAS, QUE
      * TEM TODAS, INCLUSIVE AS DE QUEM VOLTOU), DEPOIS OS LOGS DE
      * READMISSAO, REMANEJAMENTO E SAIDA. CADASTRO UNIFICADO ('U')
      * NAO EH ALUNO - OS EVENTOS DELE JA ESTAO NO SOBREVIVENTE.
      *-----------------------------------------------------------------
       P200-FATO-MOVIMENTO.
            OPEN OUTPUT FATO-MOVTO-FILE
            MOVE SPACES TO REC-FATO-MOVTO
            STRING 'H;SK_ALUNO;DATA_EVENTO;EVENTO;SK_TURMA_ORIGEM;'
                   'SK_TURMA_DESTINO;UNIDADE'
                   DELIMITED BY SIZE INTO REC-FATO-MOVTO
            END-STRING
            WRITE REC-FATO-MOVTO

            MOVE 'N' TO WS-EOF
            MOVE 1 TO WS-STUDENT-REL-KEY
            START STUDENT KEY IS NOT LESS THAN WS-STUDENT-REL-KEY
                  INVALID KEY
                     MOVE 'F' TO WS-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF NOT ST-UNIFICADO AND CD-STUDENT > 0 THEN
                           PERFORM P210-MOVIMENTO-MESTRE
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF

            PERFORM P220-MOVIMENTO-READMISSOES
            PERFORM P230-MOVIMENTO-REMANEJAMENTOS
            PERFORM P240-MOVIMENTO-SAIDAS

            MOVE 'BI-FATO-MOVTO.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-MOVIMENTOS TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-FATO-MOVTO FROM BI-TRAILER
            CLOSE FATO-MOVTO-FILE
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-MOVIMENTO-MESTRE.
            MOVE CD-STUDENT TO WS-CD-ALUNO-PROCURADO
            PERFORM P055-OBTER-CHAVE-ALUNO
            MOVE 'M' TO WS-ALU-USO (CD-STUDENT)
            MOVE CD-UNIDADE TO WS-ALU-UNIDADE (CD-STUDENT)
            IF CD-UNIDADE = SPACES THEN
               MOVE '01' TO WS-ALU-UNIDADE (CD-STUDENT)
            END-IF

            MOVE WS-SK-ACHADA TO BV-SK-ALUNO
            MOVE WS-ALU-UNIDADE (CD-STUDENT) TO BV-CD-UNIDADE
            MOVE 0 TO BV-SK-TURMA-ORIGEM
            MOVE CD-TURMA TO WS-NATURAL-PROCURADA
            PERFORM P080-CHAVE-TURMA
            MOVE WS-SK-ACHADA TO BV-SK-TURMA-DESTINO
            MOVE 'MA' TO BV-EVENTO
            MOVE 0 TO WS-DATA-ENTRADA
            IF DT-MATRICULA IS NUMERIC THEN
               MOVE DT-MATRICULA TO WS-DATA-ENTRADA
            END-IF
            PERFORM P070-CONVERTER-DATA
            MOVE WS-DATA-CONVERTIDA TO BV-DATA-EVENTO
            WRITE REC-FATO-MOVTO FROM BI-FATO-MOVIMENTO
            ADD 1 TO WS-QTD-MOVIMENTOS

            EVALUATE TRUE
               WHEN ST-TRANCADO  MOVE 'TR' TO WS-EVENTO-SITUACAO
               WHEN ST-EVADIDO   MOVE 'EV' TO WS-EVENTO-SITUACAO
               WHEN ST-CONCLUIDO MOVE 'CO' TO WS-EVENTO-SITUACAO
               WHEN ST-INATIVO   MOVE 'IN' TO WS-EVENTO-SITUACAO
               WHEN ST-FALECIDO  MOVE 'FA' TO WS-EVENTO-SITUACAO
               WHEN OTHER        MOVE SPACES TO WS-EVENTO-SITUACAO
            END-EVALUATE
            IF WS-EVENTO-SITUACAO NOT = SPACES THEN
               MOVE WS-EVENTO-SITUACAO TO BV-EVENTO
               MOVE BV-SK-TURMA-DESTINO TO BV-SK-TURMA-ORIGEM
               MOVE 0 TO BV-SK-TURMA-DESTINO
               MOVE 0 TO WS-DATA-ENTRADA
               IF DT-SITUACAO IS NUMERIC THEN
                  MOVE DT-SITUACAO TO WS-DATA-ENTRADA
               END-IF
               PERFORM P070-CONVERTER-DATA
               MOVE WS-DATA-CONVERTIDA TO BV-DATA-EVENTO
               WRITE REC-FATO-MOVTO FROM BI-FATO-MOVIMENTO
               ADD 1 TO WS-QTD-MOVIMENTOS
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-MOVIMENTO-READMISSOES.
            OPEN INPUT READMISSAO-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ READMISSAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF RD-CD-STUDENT IS NUMERIC AND
                              RD-CD-STUDENT > 0 THEN
                              MOVE RD-CD-STUDENT
                                TO WS-CD-ALUNO-PROCURADO
                              PERFORM P055-OBTER-CHAVE-ALUNO
                              MOVE WS-SK-ACHADA TO BV-SK-ALUNO
                              MOVE 'RA' TO BV-EVENTO
                              MOVE RD-DATA-READMISSAO TO BV-DATA-EVENTO
                              MOVE RD-TURMA-ANTERIOR
                                TO WS-NATURAL-PROCURADA
                              PERFORM P080-CHAVE-TURMA
                              MOVE WS-SK-ACHADA TO BV-SK-TURMA-ORIGEM
                              MOVE RD-TURMA-NOVA
                                TO WS-NATURAL-PROCURADA
                              PERFORM P080-CHAVE-TURMA
                              MOVE WS-SK-ACHADA TO BV-SK-TURMA-DESTINO
                              PERFORM P250-UNIDADE-DO-ALUNO
                              MOVE WS-UNIDADE-LINHA TO BV-CD-UNIDADE
                              WRITE REC-FATO-MOVTO
                                    FROM BI-FATO-MOVIMENTO
                              ADD 1 TO WS-QTD-MOVIMENTOS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE READMISSAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P220-FIM.
      *-----------------------------------------------------------------
       P230-MOVIMENTO-REMANEJAMENTOS.
            OPEN INPUT TRANSF-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ TRANSF-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF TR-CD-STUDENT IS NUMERIC AND
                              TR-CD-STUDENT > 0 THEN
                              MOVE TR-CD-STUDENT
                                TO WS-CD-ALUNO-PROCURADO
                              PERFORM P055-OBTER-CHAVE-ALUNO
                              MOVE WS-SK-ACHADA TO BV-SK-ALUNO
                              MOVE 'RT' TO BV-EVENTO
                              MOVE 0 TO WS-DATA-ENTRADA
                              IF TR-DATA-EFETIVA IS NUMERIC THEN
                                 MOVE TR-DATA-EFETIVA
                                   TO WS-DATA-ENTRADA
                              END-IF
                              PERFORM P070-CONVERTER-DATA
                              MOVE WS-DATA-CONVERTIDA TO BV-DATA-EVENTO
                              MOVE TR-TURMA-ORIGEM
                                TO WS-NATURAL-PROCURADA
                              PERFORM P080-CHAVE-TURMA
                              MOVE WS-SK-ACHADA TO BV-SK-TURMA-ORIGEM
                              MOVE TR-TURMA-DESTINO
                                TO WS-NATURAL-PROCURADA
                              PERFORM P080-CHAVE-TURMA
                              MOVE WS-SK-ACHADA TO BV-SK-TURMA-DESTINO
                              PERFORM P250-UNIDADE-DO-ALUNO
                              MOVE WS-UNIDADE-LINHA TO BV-CD-UNIDADE
                              WRITE REC-FATO-MOVTO
                                    FROM BI-FATO-MOVIMENTO
                              ADD 1 TO WS-QTD-MOVIMENTOS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE TRANSF-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P230-FIM.
      *-----------------------------------------------------------------
       P240-MOVIMENTO-SAIDAS.
            OPEN INPUT SAIDA-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SAIDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF TS-CD-STUDENT IS NUMERIC AND
                              TS-CD-STUDENT > 0 THEN
                              MOVE TS-CD-STUDENT
                                TO WS-CD-ALUNO-PROCURADO
                              PERFORM P055-OBTER-CHAVE-ALUNO
                              MOVE WS-SK-ACHADA TO BV-SK-ALUNO
                              MOVE 'TS' TO BV-EVENTO
                              MOVE 0 TO WS-DATA-ENTRADA
                              IF TS-DATA-SAIDA IS NUMERIC THEN
                                 MOVE TS-DATA-SAIDA TO WS-DATA-ENTRADA
                              END-IF
                              PERFORM P070-CONVERTER-DATA
                              MOVE WS-DATA-CONVERTIDA TO BV-DATA-EVENTO
                              MOVE TS-CD-TURMA TO WS-NATURAL-PROCURADA
                              PERFORM P080-CHAVE-TURMA
                              MOVE WS-SK-ACHADA TO BV-SK-TURMA-ORIGEM
                              MOVE 0 TO BV-SK-TURMA-DESTINO
                              PERFORM P250-UNIDADE-DO-ALUNO
                              MOVE WS-UNIDADE-LINHA TO BV-CD-UNIDADE
                              WRITE REC-FATO-MOVTO
                                    FROM BI-FATO-MOVIMENTO
                              ADD 1 TO WS-QTD-MOVIMENTOS
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P240-FIM.
      *-----------------------------------------------------------------
      * UNIDADE DO ALUNO DE WS-CD-ALUNO-PROCURADO, DO MESTRE LIDO NO
      * INICIO (ALUNO FORA DO MESTRE FICA NA UNIDADE '01').
      *-----------------------------------------------------------------
       P250-UNIDADE-DO-ALUNO.
            MOVE WS-ALU-UNIDADE (WS-CD-ALUNO-PROCURADO)
              TO WS-UNIDADE-LINHA
            IF WS-UNIDADE-LINHA = SPACES THEN
               MOVE '01' TO WS-UNIDADE-LINHA
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * FATO MEDIA: TODO REGISTRO DE NOTAS-HIST.TXT QUE NAO FOI
      * ESTORNADO. O PERIODO SAI DO CARIMBO DO REGISTRO COM O REGIME
      * DA TURMA; REGISTRO ANTERIOR AO CARIMBO FICA SEM PERIODO.
      *-----------------------------------------------------------------
       P300-FATO-MEDIAS.
            OPEN OUTPUT FATO-MEDIAS-FILE
            MOVE SPACES TO REC-FATO-MEDIAS
            STRING 'H;SK_ALUNO;SK_TURMA;SK_MATERIA;SK_PERIODO;'
                   'SK_PROFESSOR;UNIDADE;MEDIA;ESCALA;MEDIA_100;'
                   'STATUS;CONCEITO;PERC_FREQUENCIA;ORIGEM;'
                   'DATA_PROCESSAMENTO'
                   DELIMITED BY SIZE INTO REC-FATO-MEDIAS
            END-STRING
            WRITE REC-FATO-MEDIAS

            OPEN INPUT NOTAS-HIST
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF NOT NH-REGISTRO-ESTORNADO AND
                              NH-CD-STUDENT IS NUMERIC AND
                              NH-CD-STUDENT > 0 THEN
                              PERFORM P310-GRAVAR-MEDIA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            MOVE 'N' TO WS-EOF

            MOVE 'BI-FATO-MEDIAS.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-MEDIAS TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-FATO-MEDIAS FROM BI-TRAILER
            CLOSE FATO-MEDIAS-FILE
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-GRAVAR-MEDIA.
            MOVE NH-CD-STUDENT TO WS-CD-ALUNO-PROCURADO
            PERFORM P055-OBTER-CHAVE-ALUNO
            MOVE WS-SK-ACHADA TO BN-SK-ALUNO

            MOVE NH-CD-TURMA TO WS-NATURAL-PROCURADA
            PERFORM P080-CHAVE-TURMA
            MOVE WS-SK-ACHADA TO BN-SK-TURMA

            MOVE 'M' TO WS-DIMENSAO-PROCURADA
            MOVE NH-CD-MATERIA TO WS-NATURAL-PROCURADA
            PERFORM P050-OBTER-CHAVE
            MOVE WS-SK-ACHADA TO BN-SK-MATERIA

      * PERIODO: ANO + BIMESTRE/SEMESTRE + REGIME DA TURMA.
            MOVE 0 TO BN-SK-PERIODO
            IF NH-ANO-LETIVO IS NUMERIC AND NH-ANO-LETIVO > 0 AND
               NH-BIMESTRE IS NUMERIC THEN
               PERFORM P320-REGIME-DA-TURMA
               MOVE NH-ANO-LETIVO TO WS-CP-ANO
               MOVE NH-BIMESTRE TO WS-CP-NUMERO
               MOVE WS-REGIME-TURMA TO WS-CP-REGIME
               MOVE 'D' TO WS-DIMENSAO-PROCURADA
               MOVE WS-CHAVE-PERIODO TO WS-NATURAL-PROCURADA
               PERFORM P050-OBTER-CHAVE
               MOVE WS-SK-ACHADA TO BN-SK-PERIODO
            END-IF

      * PROFESSOR TITULAR DA TURMA/MATERIA.
            MOVE 0 TO BN-SK-PROFESSOR
            MOVE 0 TO WS-CD-PROFESSOR-TITULAR
            PERFORM VARYING WS-IDX-TITULAR FROM 1 BY 1
                    UNTIL WS-IDX-TITULAR > WS-QTD-TITULARES
                       OR WS-CD-PROFESSOR-TITULAR > 0
               IF WS-TIT-TURMA (WS-IDX-TITULAR) = NH-CD-TURMA AND
                  WS-TIT-MATERIA (WS-IDX-TITULAR) = NH-CD-MATERIA
                  THEN
                  MOVE WS-TIT-PROFESSOR (WS-IDX-TITULAR)
                    TO WS-CD-PROFESSOR-TITULAR
               END-IF
            END-PERFORM
            IF WS-CD-PROFESSOR-TITULAR > 0 THEN
               MOVE 'P' TO WS-DIMENSAO-PROCURADA
               MOVE SPACES TO WS-NATURAL-PROCURADA
               MOVE WS-CD-PROFESSOR-TITULAR TO WS-CD-PROFESSOR-TEXTO
               MOVE WS-CD-PROFESSOR-TEXTO
                 TO WS-NATURAL-PROCURADA (1:4)
               PERFORM P050-OBTER-CHAVE
               MOVE WS-SK-ACHADA TO BN-SK-PROFESSOR
            END-IF

            MOVE NH-CD-UNIDADE TO BN-CD-UNIDADE
            IF NH-CD-UNIDADE = SPACES THEN
               MOVE '01' TO BN-CD-UNIDADE
            END-IF
            MOVE NH-MEDIA TO BN-MEDIA
      * ESCALA EM BRANCO = 100, A ESCALA HISTORICA DA CASA.
            MOVE 100 TO WS-ESCALA-REGISTRO
            IF NH-ESCALA IS NUMERIC AND NH-ESCALA > 0 THEN
               MOVE NH-ESCALA TO WS-ESCALA-REGISTRO
            END-IF
            MOVE WS-ESCALA-REGISTRO TO BN-ESCALA
            COMPUTE WS-MEDIA-100 ROUNDED =
                    NH-MEDIA * 100 / WS-ESCALA-REGISTRO
                    ON SIZE ERROR MOVE 0 TO WS-MEDIA-100
            END-COMPUTE
            MOVE WS-MEDIA-100 TO BN-MEDIA-100
            MOVE NH-STATUS TO BN-STATUS
            MOVE NH-CONCEITO TO BN-CONCEITO
            IF NH-PERC-FREQUENCIA IS NUMERIC THEN
               MOVE NH-PERC-FREQUENCIA TO BN-PERC-FREQUENCIA
            ELSE
               MOVE 0 TO BN-PERC-FREQUENCIA
            END-IF
            IF NH-TIPO-REGISTRO = SPACE THEN
               MOVE 'N' TO BN-ORIGEM
            ELSE
               MOVE NH-TIPO-REGISTRO TO BN-ORIGEM
            END-IF
            IF NH-DATA-PROCESSAMENTO IS NUMERIC THEN
               MOVE NH-DATA-PROCESSAMENTO TO BN-DATA-PROCESSAMENTO
            ELSE
               MOVE 0 TO BN-DATA-PROCESSAMENTO
            END-IF
            WRITE REC-FATO-MEDIAS FROM BI-FATO-MEDIA
            ADD 1 TO WS-QTD-MEDIAS
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-REGIME-DA-TURMA.
            MOVE 'B' TO WS-REGIME-TURMA
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TUR-CD (WS-IDX-TURMA) = NH-CD-TURMA THEN
                  MOVE WS-TUR-REGIME-PER (WS-IDX-TURMA)
                    TO WS-REGIME-TURMA
               END-IF
            END-PERFORM
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * FATO CHAMADA: TODA MARCACAO DE CHAMADA.TXT QUE NAO FOI
      * ESTORNADA (A CORRECAO SAI MARCADA COMO TAL).
      *-----------------------------------------------------------------
       P400-FATO-CHAMADA.
            OPEN OUTPUT FATO-CHAMADA-FILE
            MOVE SPACES TO REC-FATO-CHAMADA
            STRING 'H;SK_ALUNO;SK_TURMA;SK_MATERIA;UNIDADE;DATA_AULA;'
                   'PRESENCA;CORRECAO'
                   DELIMITED BY SIZE INTO REC-FATO-CHAMADA
            END-STRING
            WRITE REC-FATO-CHAMADA

            OPEN INPUT CHAMADA-FILE
            IF FS-ENTRADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF NOT CH-REGISTRO-ESTORNADO AND
                              CH-CD-STUDENT IS NUMERIC AND
                              CH-CD-STUDENT > 0 THEN
                              PERFORM P410-GRAVAR-CHAMADA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            MOVE 'BI-FATO-CHAMADA.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-CHAMADAS TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-FATO-CHAMADA FROM BI-TRAILER
            CLOSE FATO-CHAMADA-FILE
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-GRAVAR-CHAMADA.
            MOVE CH-CD-STUDENT TO WS-CD-ALUNO-PROCURADO
            PERFORM P055-OBTER-CHAVE-ALUNO
            MOVE WS-SK-ACHADA TO BQ-SK-ALUNO

            MOVE CH-CD-TURMA TO WS-NATURAL-PROCURADA
            PERFORM P080-CHAVE-TURMA
            MOVE WS-SK-ACHADA TO BQ-SK-TURMA

            MOVE 'M' TO WS-DIMENSAO-PROCURADA
            MOVE CH-CD-MATERIA TO WS-NATURAL-PROCURADA
            PERFORM P050-OBTER-CHAVE
            MOVE WS-SK-ACHADA TO BQ-SK-MATERIA

            MOVE CH-CD-UNIDADE TO BQ-CD-UNIDADE
            IF CH-CD-UNIDADE = SPACES THEN
               MOVE '01' TO BQ-CD-UNIDADE
            END-IF
            MOVE 0 TO WS-DATA-ENTRADA
            IF CH-DATA-AULA IS NUMERIC THEN
               MOVE CH-DATA-AULA TO WS-DATA-ENTRADA
            END-IF
            PERFORM P070-CONVERTER-DATA
            MOVE WS-DATA-CONVERTIDA TO BQ-DATA-AULA
            MOVE CH-PRESENCA TO BQ-PRESENCA
            IF CH-REGISTRO-CORRECAO THEN
               MOVE 'C' TO BQ-CORRECAO
            ELSE
               MOVE 'N' TO BQ-CORRECAO
            END-IF
            WRITE REC-FATO-CHAMADA FROM BI-FATO-CHAMADA
            ADD 1 TO WS-QTD-CHAMADAS
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * DIMENSAO ALUNO: TODO ALUNO DO MESTRE DESTA NOITE E TODO CODIGO
      * QUE ALGUM FATO REFERENCIOU (SEM CADASTRO, SAI SO A CHAVE).
      *-----------------------------------------------------------------
       P500-DIM-ALUNO.
            OPEN OUTPUT DIM-ALUNO-FILE
            MOVE SPACES TO REC-DIM-ALUNO
            STRING 'H;SK_ALUNO;ANO_NASCIMENTO;ANO_MATRICULA;SK_TURMA;'
                   'UNIDADE;SITUACAO;DATA_SITUACAO'
                   DELIMITED BY SIZE INTO REC-DIM-ALUNO
            END-STRING
            WRITE REC-DIM-ALUNO

            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO = 99999
               IF WS-ALU-USO (WS-IDX-ALUNO) NOT = SPACE THEN
                  PERFORM P510-GRAVAR-ALUNO
               END-IF
            END-PERFORM
            IF WS-ALU-USO (99999) NOT = SPACE THEN
               MOVE 99999 TO WS-IDX-ALUNO
               PERFORM P510-GRAVAR-ALUNO
            END-IF

            MOVE 'BI-DIM-ALUNO.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-DIM-ALUNOS TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-DIM-ALUNO FROM BI-TRAILER
            CLOSE DIM-ALUNO-FILE
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-GRAVAR-ALUNO.
            MOVE WS-ALU-SK (WS-IDX-ALUNO) TO BA-SK-ALUNO
            MOVE 0 TO BA-ANO-NASCIMENTO
            MOVE 0 TO BA-ANO-MATRICULA
            MOVE 0 TO BA-SK-TURMA
            MOVE '01' TO BA-CD-UNIDADE
            MOVE SPACE TO BA-SITUACAO
            MOVE 0 TO BA-DATA-SITUACAO
            IF WS-ALU-USO (WS-IDX-ALUNO) = 'M' THEN
               MOVE WS-IDX-ALUNO TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM P520-DADOS-ALUNO
               END-READ
            END-IF
            WRITE REC-DIM-ALUNO FROM BI-DIM-ALUNO
            ADD 1 TO WS-QTD-DIM-ALUNOS
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P520-DADOS-ALUNO.
      * SO O ANO DAS DATAS (DDMMAAAA) - NASCIMENTO COMPLETO IDENTIFICA.
            IF DT-NASCIMENTO IS NUMERIC THEN
               MOVE DT-NASCIMENTO (5:4) TO BA-ANO-NASCIMENTO
            END-IF
            IF DT-MATRICULA IS NUMERIC THEN
               MOVE DT-MATRICULA (5:4) TO BA-ANO-MATRICULA
            END-IF
            MOVE CD-TURMA TO WS-NATURAL-PROCURADA
            PERFORM P080-CHAVE-TURMA
            MOVE WS-SK-ACHADA TO BA-SK-TURMA
            MOVE WS-ALU-UNIDADE (WS-IDX-ALUNO) TO BA-CD-UNIDADE
            MOVE ST-ALUNO TO BA-SITUACAO
            IF NOT ST-ATIVO AND DT-SITUACAO IS NUMERIC THEN
               MOVE DT-SITUACAO TO WS-DATA-ENTRADA
               PERFORM P070-CONVERTER-DATA
               MOVE WS-DATA-CONVERTIDA TO BA-DATA-SITUACAO
            END-IF
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * DIMENSOES DE REFERENCIA: TODA CHAVE USADA NESTA NOITE (DO
      * CADASTRO OU DE UM FATO). CODIGO SEM CADASTRO SAI COM O CODIGO
      * E ATIVO '?' - A INTEGRIDADE FATO X DIMENSAO NUNCA QUEBRA.
      *-----------------------------------------------------------------
       P600-DIM-TURMA.
            OPEN OUTPUT DIM-TURMA-FILE
            MOVE SPACES TO REC-DIM-TURMA
            STRING 'H;SK_TURMA;CD_TURMA;SERIE;UNIDADE;CAPACIDADE;'
                   'ATIVO;REGIME_AVALIACAO;REGIME_PERIODO'
                   DELIMITED BY SIZE INTO REC-DIM-TURMA
            END-STRING
            WRITE REC-DIM-TURMA

            PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                    UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
               IF WS-CHV-DIMENSAO (WS-IDX-CHAVE) = 'T' AND
                  WS-CHV-USO (WS-IDX-CHAVE) = 'S' THEN
                  PERFORM P605-GRAVAR-TURMA
               END-IF
            END-PERFORM

            MOVE 'BI-DIM-TURMA.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-DIM-TURMAS TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-DIM-TURMA FROM BI-TRAILER
            CLOSE DIM-TURMA-FILE
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P605-GRAVAR-TURMA.
            MOVE WS-CHV-SK (WS-IDX-CHAVE) TO BT-SK-TURMA
            MOVE WS-CHV-NATURAL (WS-IDX-CHAVE) TO BT-CD-TURMA
            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                       OR WS-POS-TURMA > 0
               IF WS-TUR-CD (WS-IDX-TURMA) = BT-CD-TURMA THEN
                  MOVE WS-IDX-TURMA TO WS-POS-TURMA
               END-IF
            END-PERFORM
            IF WS-POS-TURMA > 0 THEN
               MOVE WS-TUR-SERIE (WS-POS-TURMA) TO BT-SERIE
               MOVE WS-TUR-UNIDADE (WS-POS-TURMA) TO BT-CD-UNIDADE
               MOVE WS-TUR-CAPACIDADE (WS-POS-TURMA) TO BT-CAPACIDADE
               MOVE WS-TUR-ATIVO (WS-POS-TURMA) TO BT-ATIVO
               MOVE WS-TUR-REGIME-AVAL (WS-POS-TURMA)
                 TO BT-REGIME-AVALIACAO
               MOVE WS-TUR-REGIME-PER (WS-POS-TURMA)
                 TO BT-REGIME-PERIODO
            ELSE
               MOVE 0 TO BT-SERIE
               MOVE '01' TO BT-CD-UNIDADE
               MOVE 0 TO BT-CAPACIDADE
               MOVE '?' TO BT-ATIVO
               MOVE 'N' TO BT-REGIME-AVALIACAO
               MOVE 'B' TO BT-REGIME-PERIODO
            END-IF
            WRITE REC-DIM-TURMA FROM BI-DIM-TURMA
            ADD 1 TO WS-QTD-DIM-TURMAS
            .
       P605-FIM.
      *-----------------------------------------------------------------
       P610-DIM-MATERIA.
            OPEN OUTPUT DIM-MATERIA-FILE
            MOVE SPACES TO REC-DIM-MATERIA
            STRING 'H;SK_MATERIA;CD_MATERIA;NM_MATERIA;CARGA_HORARIA;'
                   'ATIVO'
                   DELIMITED BY SIZE INTO REC-DIM-MATERIA
            END-STRING
            WRITE REC-DIM-MATERIA

            PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                    UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
               IF WS-CHV-DIMENSAO (WS-IDX-CHAVE) = 'M' AND
                  WS-CHV-USO (WS-IDX-CHAVE) = 'S' THEN
                  PERFORM P615-GRAVAR-MATERIA
               END-IF
            END-PERFORM

            MOVE 'BI-DIM-MATERIA.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-DIM-MATERIAS TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-DIM-MATERIA FROM BI-TRAILER
            CLOSE DIM-MATERIA-FILE
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P615-GRAVAR-MATERIA.
            MOVE WS-CHV-SK (WS-IDX-CHAVE) TO BM-SK-MATERIA
            MOVE WS-CHV-NATURAL (WS-IDX-CHAVE) TO BM-CD-MATERIA
            MOVE 0 TO WS-POS-MATERIA
            PERFORM VARYING WS-IDX-MATERIA FROM 1 BY 1
                    UNTIL WS-IDX-MATERIA > WS-QTD-MATERIAS
                       OR WS-POS-MATERIA > 0
               IF WS-MAT-CD (WS-IDX-MATERIA) = BM-CD-MATERIA THEN
                  MOVE WS-IDX-MATERIA TO WS-POS-MATERIA
               END-IF
            END-PERFORM
            IF WS-POS-MATERIA > 0 THEN
               MOVE WS-MAT-NOME (WS-POS-MATERIA) TO BM-NM-MATERIA
               MOVE WS-MAT-CARGA (WS-POS-MATERIA) TO BM-CARGA-HORARIA
               MOVE WS-MAT-ATIVO (WS-POS-MATERIA) TO BM-ATIVO
            ELSE
               MOVE SPACES TO BM-NM-MATERIA
               MOVE 0 TO BM-CARGA-HORARIA
               MOVE '?' TO BM-ATIVO
            END-IF
            WRITE REC-DIM-MATERIA FROM BI-DIM-MATERIA
            ADD 1 TO WS-QTD-DIM-MATERIAS
            .
       P615-FIM.
      *-----------------------------------------------------------------
       P620-DIM-PROFESSOR.
            OPEN OUTPUT DIM-PROFESSOR-FILE
            MOVE SPACES TO REC-DIM-PROFESSOR
            STRING 'H;SK_PROFESSOR;CD_PROFESSOR;NM_PROFESSOR;ATIVO'
                   DELIMITED BY SIZE INTO REC-DIM-PROFESSOR
            END-STRING
            WRITE REC-DIM-PROFESSOR

            PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                    UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
               IF WS-CHV-DIMENSAO (WS-IDX-CHAVE) = 'P' AND
                  WS-CHV-USO (WS-IDX-CHAVE) = 'S' THEN
                  PERFORM P625-GRAVAR-PROFESSOR
               END-IF
            END-PERFORM

            MOVE 'BI-DIM-PROFESSOR.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-DIM-PROFESSORES TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-DIM-PROFESSOR FROM BI-TRAILER
            CLOSE DIM-PROFESSOR-FILE
            .
       P620-FIM.
      *-----------------------------------------------------------------
       P625-GRAVAR-PROFESSOR.
            MOVE WS-CHV-SK (WS-IDX-CHAVE) TO BP-SK-PROFESSOR
            MOVE 0 TO BP-CD-PROFESSOR
            IF WS-CHV-NATURAL (WS-IDX-CHAVE) (1:4) IS NUMERIC THEN
               MOVE WS-CHV-NATURAL (WS-IDX-CHAVE) (1:4)
                 TO BP-CD-PROFESSOR
            END-IF
            MOVE 0 TO WS-POS-PROFESSOR
            PERFORM VARYING WS-IDX-PROFESSOR FROM 1 BY 1
                    UNTIL WS-IDX-PROFESSOR > WS-QTD-PROFESSORES
                       OR WS-POS-PROFESSOR > 0
               IF WS-PRO-CD (WS-IDX-PROFESSOR) = BP-CD-PROFESSOR THEN
                  MOVE WS-IDX-PROFESSOR TO WS-POS-PROFESSOR
               END-IF
            END-PERFORM
            IF WS-POS-PROFESSOR > 0 THEN
               MOVE WS-PRO-NOME (WS-POS-PROFESSOR) TO BP-NM-PROFESSOR
               MOVE WS-PRO-ATIVO (WS-POS-PROFESSOR) TO BP-ATIVO
            ELSE
               MOVE SPACES TO BP-NM-PROFESSOR
               MOVE '?' TO BP-ATIVO
            END-IF
            WRITE REC-DIM-PROFESSOR FROM BI-DIM-PROFESSOR
            ADD 1 TO WS-QTD-DIM-PROFESSORES
            .
       P625-FIM.
      *-----------------------------------------------------------------
      * DIMENSAO PERIODO: PERIODO ANTERIOR AO CORRENTE DO REGIME ESTA
      * FECHADO; O CORRENTE TEM A SITUACAO DE PERIODO-LETIVO.TXT.
      *-----------------------------------------------------------------
       P630-DIM-PERIODO.
            OPEN OUTPUT DIM-PERIODO-FILE
            MOVE SPACES TO REC-DIM-PERIODO
            STRING 'H;SK_PERIODO;ANO_LETIVO;PERIODO;REGIME;SITUACAO'
                   DELIMITED BY SIZE INTO REC-DIM-PERIODO
            END-STRING
            WRITE REC-DIM-PERIODO

            PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                    UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
               IF WS-CHV-DIMENSAO (WS-IDX-CHAVE) = 'D' AND
                  WS-CHV-USO (WS-IDX-CHAVE) = 'S' THEN
                  PERFORM P635-GRAVAR-PERIODO
               END-IF
            END-PERFORM

            MOVE 'BI-DIM-PERIODO.TXT' TO BZ-ARQUIVO
            MOVE WS-QTD-DIM-PERIODOS TO BZ-QTD-LINHAS
            MOVE WS-DATA-GERACAO TO BZ-DATA-GERACAO
            MOVE WS-HORA-GERACAO TO BZ-HORA-GERACAO
            WRITE REC-DIM-PERIODO FROM BI-TRAILER
            CLOSE DIM-PERIODO-FILE
            .
       P630-FIM.
      *-----------------------------------------------------------------
       P635-GRAVAR-PERIODO.
            MOVE WS-CHV-NATURAL (WS-IDX-CHAVE) TO WS-CHAVE-PERIODO
            IF WS-CP-ANO IS NUMERIC AND WS-CP-NUMERO IS NUMERIC THEN
               PERFORM P637-LINHA-PERIODO
            END-IF
            .
       P635-FIM.
      *-----------------------------------------------------------------
       P637-LINHA-PERIODO.
            MOVE WS-CHV-SK (WS-IDX-CHAVE) TO BD-SK-PERIODO
            MOVE WS-CP-ANO TO BD-ANO-LETIVO
            MOVE WS-CP-NUMERO TO BD-PERIODO
            MOVE WS-CP-REGIME TO BD-REGIME
            IF WS-CP-REGIME = 'S' THEN
               MOVE 2 TO WS-IDX-REGIME
            ELSE
               MOVE 1 TO WS-IDX-REGIME
            END-IF
            COMPUTE WS-COMPARA-PERIODO = WS-CP-ANO * 10 + WS-CP-NUMERO
            COMPUTE WS-COMPARA-CORRENTE =
                    WS-PER-ANO (WS-IDX-REGIME) * 10
                  + WS-PER-NUMERO (WS-IDX-REGIME)
            EVALUATE TRUE
               WHEN WS-COMPARA-PERIODO < WS-COMPARA-CORRENTE
                  MOVE 'F' TO BD-SITUACAO
               WHEN WS-COMPARA-PERIODO = WS-COMPARA-CORRENTE
                  MOVE WS-PER-SITUACAO (WS-IDX-REGIME) TO BD-SITUACAO
               WHEN OTHER
                  MOVE 'A' TO BD-SITUACAO
            END-EVALUATE
            WRITE REC-DIM-PERIODO FROM BI-DIM-PERIODO
            ADD 1 TO WS-QTD-DIM-PERIODOS
            .
       P637-FIM.
      *-----------------------------------------------------------------
      * QUANTIDADE DE LINHAS DE CADA ARQUIVO AFIRMADA AO CONTROLE DE
      * GRAVACAO, COM A DATA DO INICIO DO EXTRATO (A MESMA DO TRAILER)
      * - O BALANCO-DIARIO CONFERE CONTRA AS LINHAS NO DISCO.
      *-----------------------------------------------------------------
       P800-REGISTRAR-TOTAIS.
            MOVE 'EXTRATO-BI' TO WS-PROGRAMA-TOTAL
            MOVE WS-DATA-GERACAO TO WS-DATA-TOTAL

            MOVE 'BI-FATO-MEDIAS.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-MEDIAS TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS

            MOVE 'BI-FATO-CHAMADA.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-CHAMADAS TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS

            MOVE 'BI-FATO-MOVTO.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-MOVIMENTOS TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS

            MOVE 'BI-DIM-ALUNO.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-DIM-ALUNOS TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS

            MOVE 'BI-DIM-TURMA.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-DIM-TURMAS TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS

            MOVE 'BI-DIM-MATERIA.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-DIM-MATERIAS TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS

            MOVE 'BI-DIM-PROFESSOR.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-DIM-PROFESSORES TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS

            MOVE 'BI-DIM-PERIODO.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-QTD-DIM-PERIODOS TO WS-QTD-GRAVADOS-TOTAL
            PERFORM P810-CHAMAR-REGISTRAR-TOTAIS
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-CHAMAR-REGISTRAR-TOTAIS.
            CALL 'REGISTRAR-TOTAIS' USING WS-PROGRAMA-TOTAL,
                                          WS-ARQUIVO-TOTAL,
                                          WS-QTD-GRAVADOS-TOTAL,
                                          WS-DATA-TOTAL,
                                          WS-RETORNO-TOTAIS
            IF WS-RETORNO-TOTAIS NOT = 0 THEN
               DISPLAY 'AVISO: TOTAL DE ' WS-ARQUIVO-TOTAL
                       ' NAO REGISTRADO EM TOTAIS-GRAVACAO.TXT'
            END-IF
            .
       P810-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'EXTRATO-BI' TO LY-PROGRAMA
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
      * DADOS): O EXTRATO DESTE PROGRAMA SAI DA ESCOLA - NAO EH
      * GERADO A PARTIR DE UMA COPIA DE TREINAMENTO.
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
       END PROGRAM EXTRATO-BI.
