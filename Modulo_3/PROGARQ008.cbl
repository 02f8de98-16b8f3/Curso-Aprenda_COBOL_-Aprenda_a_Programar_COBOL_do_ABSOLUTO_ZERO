      *          INSCRICAO (LISTA-ESPERA.TXT). MESMO ESTILO DE
      *          PROGARQ003/005 (ARQUIVO EM MEMORIA, REGRAVADO NA
      *          SAIDA).
      *          O ALUNO CONVERTIDO NASCE COM O CHECKLIST DE
      *          DOCUMENTOS DE MATRICULA ABERTO (DOCUMENTOS-ALUNO.TXT,
      *          VEJA DOCUMENTO-ALUNO-RECORD.CPY E P810).
      *          O ALUNO CONVERTIDO FICA NA UNIDADE ESCOLAR DA TURMA
      *          DE DESTINO (CD-UNIDADE, VEJA P520).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../JORNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNAL.

      * CHECKLIST DE DOCUMENTOS DE MATRICULA (VEJA P810) - ANEXO
      * LOCAL PELO MESMO MOTIVO DO JORNAL.
           SELECT DOCUMENTO-FILE ASSIGN TO
           '../DOCUMENTOS-ALUNO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCUMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATO-FILE.
       01 REC-ESPERA               PIC X(100).
       FD JORNAL-FILE.
           COPY JORNAL-RECORD.
       FD DOCUMENTO-FILE.
           COPY DOCUMENTO-ALUNO-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-CANDIDATO             PIC X(02)  VALUE SPACES.
       77 FS-STUDENT               PIC X(02)  VALUE SPACES.
       77 FS-TURMA                 PIC X(02)  VALUE SPACES.
       77 FS-JORNAL                PIC X(02)  VALUE SPACES.
       77 FS-DOCUMENTO             PIC X(02)  VALUE SPACES.
       77 WS-TRANSFERIDO-NOVO      PIC X(01)  VALUE 'N'.
       77 WS-IDX-DOCUMENTO         PIC 9(01)  VALUE 0.
       77 WS-STUDENT-REL-KEY       PIC 9(05)  VALUE 0.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-LIMITE-ORD            PIC 9(04)  VALUE 0.
       77 WS-PROXIMO-SLOT          PIC 9(05)  VALUE 0.
       77 WS-CD-TURMA-DESTINO      PIC X(05)  VALUE SPACES.
       77 WS-CD-UNIDADE-DESTINO    PIC X(02)  VALUE SPACES.
       77 WS-ACHOU-TURMA           PIC 9(01)  VALUE 0.
       01 WS-DATA-DIGITADA         PIC 9(08)  VALUE 0.
       77 WS-DATA-DIA              PIC 9(02)  VALUE 0.
       77 WS-CHAVE-A               PIC 9(10)  VALUE 0.
       77 WS-CHAVE-B               PIC 9(10)  VALUE 0.
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
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** PRE-MATRICULA (LISTA DE ESPERA) ***'
            DISPLAY '1 - INCLUIR CANDIDATO'
               MOVE WS-PROXIMO-SLOT     TO WS-STUDENT-REL-KEY
               MOVE CA-NM-CANDIDATO     TO NM-STUDENT
               MOVE WS-CD-TURMA-DESTINO TO CD-TURMA
               MOVE WS-CD-UNIDADE-DESTINO TO CD-UNIDADE
               MOVE CA-DT-NASCIMENTO    TO DT-NASCIMENTO
      * DT-MATRICULA EH DDMMAAAA NO MESTRE (VEJA STUDENT-RECORD) - A
      * DATA DO DIA CHEGA AAAAMMDD DO ACCEPT E EH REARRUMADA ANTES.
                                   WS-MODO-CALCULO-DV,
                                   WS-RETORNO-CALCULO-DV
               MOVE 'A' TO ST-ALUNO
               DISPLAY 'TRANSFERIDO DE OUTRA ESCOLA (S/N) [N]: '
               ACCEPT WS-TRANSFERIDO-NOVO
               IF WS-TRANSFERIDO-NOVO NOT = 'S' THEN
                  MOVE 'N' TO WS-TRANSFERIDO-NOVO
               END-IF

               WRITE STUDENT-FILE
                     INVALID KEY
                                ' MATRICULA ' NR-MATRICULA-BASE
                                '-' NR-MATRICULA-DV
                        PERFORM P800-GRAVAR-JORNAL
                        PERFORM P810-ABRIR-DOCUMENTOS
                        SET CA-MATRICULADO TO TRUE
                        MOVE REG-CANDIDATO TO
                             WS-TAB-REG-CANDIDATO (WS-POS-CAND)
                           IF TU-CD-TURMA = WS-CD-TURMA-DESTINO AND
                              TU-ATIVO = 'A' THEN
                              MOVE 1 TO WS-ACHOU-TURMA
                              MOVE TU-CD-UNIDADE
                                TO WS-CD-UNIDADE-DESTINO
                              IF WS-CD-UNIDADE-DESTINO = SPACES THEN
                                 MOVE '01' TO WS-CD-UNIDADE-DESTINO
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
            PERFORM P650-ORDENAR-ESPERA

            OPEN OUTPUT ESPERA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ESPERA FROM AI-FAIXA
            END-IF
            MOVE 0 TO WS-SERIE-LISTADA
            PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                    UNTIL WS-IDX-CAND > WS-QTD-CANDIDATOS
               SET JN-OP-INCLUSAO TO TRUE
               MOVE SPACES TO JN-IMAGEM-ANTES
               MOVE STUDENT-FILE TO JN-IMAGEM-DEPOIS
               MOVE SPACES TO JN-UNIFICACAO
               WRITE REG-JORNAL
               CLOSE JORNAL-FILE
            END-IF
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * ABRE O CHECKLIST DE DOCUMENTOS DO ALUNO CONVERTIDO (MESMA
      * REGRA DE PROGARQ002/P810: HISTORICO ANTERIOR SO PARA O
      * TRANSFERIDO).
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
               MOVE 'PROGARQ008' TO DA-ORIGEM
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
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT CANDIDATO-FILE
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PROGARQ008' TO LY-PROGRAMA
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
       END PROGRAM PROGARQ008.
