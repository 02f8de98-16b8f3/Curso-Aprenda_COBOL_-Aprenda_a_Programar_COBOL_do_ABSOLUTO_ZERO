      *          INCLUSAO VAI PARA O JORNAL (GRAVAR-JORNAL), E AS
      *          LINHAS ACEITAS/REJEITADAS SAEM COM MOTIVO EM
      *          ALUNOS-ACEITOS.TXT / ALUNOS-REJEITADOS.TXT.
      *          CADA ALUNO ACEITO NASCE COM O CHECKLIST DE DOCUMENTOS
      *          DE MATRICULA ABERTO (DOCUMENTOS-ALUNO.TXT, VEJA
      *          DOCUMENTO-ALUNO-RECORD.CPY); UM QUINTO CAMPO
      *          OPCIONAL NA LINHA ('S' = TRANSFERIDO DE OUTRA ESCOLA)
      *          COBRA TAMBEM O HISTORICO DA ESCOLA ANTERIOR.
      *          NA REDE, A CARGA RODA PARA UMA UNIDADE ESCOLAR OU
      *          TODAS (SELECIONAR-UNIDADE - O OPERADOR RESTRITO SO
      *          CARREGA A DELE): TURMA DE OUTRA UNIDADE EH REJEITADA,
      *          E O ALUNO ACEITO FICA NA UNIDADE DA TURMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJEITADOS-FILE ASSIGN TO
           '../../ALUNOS-REJEITADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOCUMENTO-FILE ASSIGN TO
           '../../DOCUMENTOS-ALUNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCUMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-IMPORT.
       01 REC-ACEITO               PIC X(100).
       FD REJEITADOS-FILE.
       01 REC-REJEITADO            PIC X(120).
       FD DOCUMENTO-FILE.
           COPY DOCUMENTO-ALUNO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-IMPORT                   PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-TURMA                    PIC X(02)       VALUE SPACES.
       77 FS-DOCUMENTO                PIC X(02)       VALUE SPACES.
       77 WS-IDX-DOCUMENTO            PIC 9(01)       VALUE 0.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-NASC-LIDO                PIC X(10)       VALUE SPACES.
       77 WS-TURMA-LIDA               PIC X(05)       VALUE SPACES.
       77 WS-MATRICULA-LIDA           PIC X(10)       VALUE SPACES.
       77 WS-TRANSFERIDO-LIDO         PIC X(01)       VALUE SPACES.
       77 WS-MOTIVO-REJEICAO          PIC X(40)       VALUE SPACES.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       01 WS-DT-NASCIMENTO            PIC 9(08)       VALUE 0.
       77 WS-DATA-DIA                 PIC 9(02)       VALUE 0.
       77 WS-DATA-MES                 PIC 9(02)       VALUE 0.
              03 WS-TUR-CAPACIDADE    PIC 9(03).
              03 WS-TUR-ATIVO         PIC X(01).
              03 WS-TUR-OCUPACAO      PIC 9(03).
              03 WS-TUR-UNIDADE       PIC X(02).
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
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
            DISPLAY 'CARGA EM LOTE DE MATRICULAS (ALUNOS-IMPORT.TXT)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            OPEN INPUT ALUNOS-IMPORT
            IF FS-IMPORT NOT = '00' THEN
            PERFORM P150-LEVANTAR-OCUPACAO

            OPEN OUTPUT ACEITOS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ACEITO FROM AI-FAIXA
            END-IF
            OPEN OUTPUT REJEITADOS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-REJEITADO FROM AI-FAIXA
            END-IF
            OPEN EXTEND DOCUMENTO-FILE
            IF FS-DOCUMENTO = '35' THEN
               OPEN OUTPUT DOCUMENTO-FILE
            END-IF

            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ ALUNOS-IMPORT
            CLOSE STUDENT
            CLOSE ACEITOS-FILE
            CLOSE REJEITADOS-FILE
            IF FS-DOCUMENTO = '00' THEN
               CLOSE DOCUMENTO-FILE
            END-IF

            DISPLAY 'ALUNOS ACEITOS................: ' WS-QTD-ACEITOS
            DISPLAY 'LINHAS REJEITADAS.............: '
                                   WS-TUR-ATIVO (WS-QTD-TURMAS)
                              MOVE 0 TO
                                   WS-TUR-OCUPACAO (WS-QTD-TURMAS)
                              MOVE TU-CD-UNIDADE TO
                                   WS-TUR-UNIDADE (WS-QTD-TURMAS)
                              IF TU-CD-UNIDADE = SPACES THEN
                                 MOVE '01' TO
                                      WS-TUR-UNIDADE (WS-QTD-TURMAS)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
            MOVE SPACES TO WS-NASC-LIDO
            MOVE SPACES TO WS-TURMA-LIDA
            MOVE SPACES TO WS-MATRICULA-LIDA
            MOVE SPACES TO WS-TRANSFERIDO-LIDO
            MOVE SPACES TO WS-MOTIVO-REJEICAO

            UNSTRING REC-IMPORT DELIMITED BY ','
                     INTO WS-NOME-LIDO, WS-NASC-LIDO,
                          WS-TURMA-LIDA, WS-MATRICULA-LIDA,
                          WS-TRANSFERIDO-LIDO
            END-UNSTRING

            PERFORM P300-VALIDAR-LINHA
                  MOVE 'TURMA NAO CADASTRADA' TO WS-MOTIVO-REJEICAO
               WHEN WS-TUR-ATIVO (WS-POS-TURMA) NOT = 'A'
                  MOVE 'TURMA DESATIVADA' TO WS-MOTIVO-REJEICAO
               WHEN WS-UNIDADE-FILTRO NOT = SPACES AND
                    WS-TUR-UNIDADE (WS-POS-TURMA) NOT =
                    WS-UNIDADE-FILTRO
                  MOVE 'TURMA DE OUTRA UNIDADE ESCOLAR'
                    TO WS-MOTIVO-REJEICAO
               WHEN WS-TUR-OCUPACAO (WS-POS-TURMA) >=
                    WS-TUR-CAPACIDADE (WS-POS-TURMA)
                  MOVE 'TURMA LOTADA' TO WS-MOTIVO-REJEICAO
            MOVE WS-PROXIMO-SLOT TO WS-STUDENT-REL-KEY
            MOVE WS-NOME-NORMALIZADO TO NM-STUDENT
            MOVE WS-TURMA-LIDA TO CD-TURMA
            MOVE WS-TUR-UNIDADE (WS-POS-TURMA) TO CD-UNIDADE
            MOVE WS-DT-NASCIMENTO TO DT-NASCIMENTO
            ACCEPT WS-DT-NASCIMENTO FROM DATE YYYYMMDD
            SET FORMATO-AAAAMMDD TO TRUE
                     END-STRING
                     WRITE REC-ACEITO
                     END-WRITE
                     PERFORM P450-ABRIR-DOCUMENTOS
            END-WRITE
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * CHECKLIST DE DOCUMENTOS DO ALUNO ACEITO: TODOS PENDENTES, MENOS
      * O HISTORICO ANTERIOR PARA QUEM NAO VEIO TRANSFERIDO (MESMA
      * REGRA DE PROGARQ002/P810).
      *-----------------------------------------------------------------
       P450-ABRIR-DOCUMENTOS.
            IF FS-DOCUMENTO = '00' THEN
               INITIALIZE REG-DOCUMENTO-ALUNO
               MOVE CD-STUDENT TO DA-CD-STUDENT
               ACCEPT DA-DATA-ABERTURA FROM DATE YYYYMMDD
               MOVE 'IMPORTAR-ALUNOS' TO DA-ORIGEM
               IF WS-TRANSFERIDO-LIDO = 'S' THEN
                  MOVE 'S' TO DA-TRANSFERIDO
               ELSE
                  MOVE 'N' TO DA-TRANSFERIDO
               END-IF
               PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                       UNTIL WS-IDX-DOCUMENTO > 5
                  SET DA-PENDENTE (WS-IDX-DOCUMENTO) TO TRUE
               END-PERFORM
               IF NOT DA-VEIO-TRANSFERIDO THEN
                  SET DA-NAO-SE-APLICA (5) TO TRUE
               END-IF
               WRITE REG-DOCUMENTO-ALUNO
            END-IF
            .
       P450-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'IMPORTAR-ALUNOS' TO LY-PROGRAMA
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
       END PROGRAM IMPORTAR-ALUNOS.
