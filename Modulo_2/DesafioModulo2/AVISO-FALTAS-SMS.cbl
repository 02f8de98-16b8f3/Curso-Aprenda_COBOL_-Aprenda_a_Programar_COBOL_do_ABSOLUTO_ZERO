      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: AVISO DIARIO DE FALTA AOS RESPONSAVEIS POR SMS: TOMA
      *          AS FALTAS ('F') DO DIA NO LIVRO DE CHAMADA
      *          (CHAMADA.TXT, IGNORANDO REGISTRO ESTORNADO), DESCARTA
      *          AS COBERTAS POR ATESTADO (CONSULTAR-ATESTADO) OU POR
      *          ABONO LEGAL (CONSULTAR-ABONO), JUNTA O QUE SOBRA EM
      *          UMA LINHA POR ALUNO NO DIA (COM A QUANTIDADE DE AULAS
      *          PERDIDAS) E GRAVA AVISOS-FALTA-SMS.TXT NO LAYOUT FIXO
      *          DO PROVEDOR (VEJA SMS-FALTA-RECORD.CPY): UM REGISTRO
      *          POR TELEFONE DE RESPONSAVEL LEGAL/FINANCEIRO
      *          (RESPONSAVEIS.TXT - CONTATO SO DE EMERGENCIA NAO
      *          RECEBE) QUE NAO RECUSOU O AVISO (RP-AVISO-SMS = 'N').
      *          ALUNO SEM RESPONSAVEL OU SEM TELEFONE UTILIZAVEL (MENOS
      *          DE 10 DIGITOS) SAI NA LISTA DE EXCECOES DA SECRETARIA
      *          (AVISOS-FALTA-EXCECOES.TXT). O DIA EH HOJE OU O
      *          PARAMETRO DE EXECUCAO (DDMMAAAA, PARA REPROCESSAR).
      *          SEM PERGUNTAS NO TERMINAL - RODA TODA NOITE NO PLANO DO
      *          ORQUESTRADOR, DEPOIS DA CHAMADA DO DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-FALTAS-SMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

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

           SELECT SMS-FILE ASSIGN TO
           '../../AVISOS-FALTA-SMS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCECAO-FILE ASSIGN TO
           '../../AVISOS-FALTA-EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD SMS-FILE.
           COPY SMS-FALTA-RECORD.
       FD EXCECAO-FILE.
       01 REC-EXCECAO              PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-RESP                 PIC A(01)       VALUE 'N'.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * DIA DAS FALTAS (DDMMAAAA): PARAMETRO DE EXECUCAO (ACCEPT FROM
      * COMMAND-LINE, PADRAO DOS LOTES) - AUSENTE/INVALIDO VALE HOJE.
       77 WS-PARM-DATA                PIC X(10)       VALUE SPACES.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       01 WS-DATA-FALTA               PIC 9(08)       VALUE 0.
       01 WS-DATA-FALTA-RED REDEFINES WS-DATA-FALTA.
           03 WS-FALTA-DIA            PIC 9(02).
           03 WS-FALTA-MES            PIC 9(02).
           03 WS-FALTA-ANO            PIC 9(04).
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
           COPY FORMATOS-DATA.
      * RETORNO DAS CONSULTAS DE COBERTURA (0 = FALTA COBERTA).
       77 WS-RETORNO-ATESTADO         PIC 9(01)       VALUE 0.
       77 WS-RETORNO-ABONO            PIC 9(01)       VALUE 0.
       77 WS-QTD-FALTAS-LIDAS         PIC 9(05)       VALUE 0.
       77 WS-QTD-FALTAS-COBERTAS      PIC 9(05)       VALUE 0.
      * ALUNOS COM FALTA NAO COBERTA NO DIA: CHAVE TURMA + CODIGO
      * (ORDENADA EM P200) E QUANTAS AULAS PERDEU.
       77 WS-QTD-ALUNOS               PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO-2              PIC 9(04)       VALUE 0.
       77 WS-POS-ALUNO                PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-ALUNOS.
           02 WS-ALUNO-ITEM OCCURS 2000 TIMES.
              03 WS-ALU-CHAVE.
                 05 WS-ALU-CD-TURMA   PIC X(05).
                 05 WS-ALU-CD-STUDENT PIC 9(05).
              03 WS-ALU-QTD-AULAS     PIC 9(02).
       01 WS-ALUNO-TEMP               PIC X(12)       VALUE SPACES.
      * SITUACAO DOS RESPONSAVEIS DO ALUNO EM EMISSAO.
       77 WS-NOME-ALUNO               PIC X(20)       VALUE SPACES.
       77 WS-QTD-RESP-ALUNO           PIC 9(02)       VALUE 0.
       77 WS-QTD-RECUSAS-ALUNO        PIC 9(02)       VALUE 0.
       77 WS-QTD-SMS-ALUNO            PIC 9(02)       VALUE 0.
       77 WS-MOTIVO-EXCECAO           PIC X(40)       VALUE SPACES.
      * TELEFONE REDUZIDO AOS DIGITOS (O CADASTRO ACEITA PARENTESES,
      * HIFEN E ESPACO).
       77 WS-TELEFONE-DIGITOS         PIC X(15)       VALUE SPACES.
       77 WS-QTD-DIGITOS              PIC 9(02)       VALUE 0.
       77 WS-IDX-CARACTER             PIC 9(02)       VALUE 0.
       77 WS-CARACTER                 PIC X(01)       VALUE SPACE.
       77 WS-MENSAGEM                 PIC X(120)      VALUE SPACES.
       77 WS-QTD-SMS                  PIC 9(05)       VALUE 0.
       77 WS-QTD-EXCECOES             PIC 9(05)       VALUE 0.
       77 WS-QTD-RECUSADOS            PIC 9(05)       VALUE 0.
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
            DISPLAY 'AVISO DIARIO DE FALTA POR SMS'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            PERFORM P050-DEFINIR-DIA
            DISPLAY 'DIA DAS FALTAS................: ' WS-DATA-FALTA

            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA NOT = '00' THEN
               DISPLAY 'LIVRO DE CHAMADA (CHAMADA.TXT) NAO ENCONTRADO'
               STOP RUN
            END-IF
            PERFORM P100-CARREGAR-FALTAS
            CLOSE CHAMADA-FILE

            PERFORM P200-ORDENAR-ALUNOS

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF
            OPEN OUTPUT SMS-FILE
            OPEN OUTPUT EXCECAO-FILE
            MOVE SPACES TO REC-EXCECAO
            STRING 'AVISO DE FALTA POR SMS - ALUNOS SEM TELEFONE '
                   'UTILIZAVEL - FALTAS DE ' WS-DATA-FALTA
                   ' - EMITIDO EM ' WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-EXCECAO
            END-STRING
            WRITE REC-EXCECAO
            MOVE SPACES TO REC-EXCECAO
            WRITE REC-EXCECAO

            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
               PERFORM P300-AVISAR-ALUNO
            END-PERFORM

            MOVE SPACES TO REC-EXCECAO
            WRITE REC-EXCECAO
            MOVE SPACES TO REC-EXCECAO
            STRING 'TOTAL DE EXCECOES: ' WS-QTD-EXCECOES
                   DELIMITED BY SIZE INTO REC-EXCECAO
            END-STRING
            WRITE REC-EXCECAO
            CLOSE EXCECAO-FILE
            CLOSE SMS-FILE
            CLOSE STUDENT

            DISPLAY 'FALTAS NO DIA.................: '
                    WS-QTD-FALTAS-LIDAS
            DISPLAY 'COBERTAS POR ATESTADO/ABONO...: '
                    WS-QTD-FALTAS-COBERTAS
            DISPLAY 'ALUNOS A AVISAR...............: ' WS-QTD-ALUNOS
            DISPLAY 'SMS GERADOS...................: ' WS-QTD-SMS
            DISPLAY 'ALUNOS COM AVISO RECUSADO.....: ' WS-QTD-RECUSADOS
            DISPLAY 'ALUNOS NA LISTA DE EXCECOES...: ' WS-QTD-EXCECOES
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'ATENCAO: MAIS DE 2000 ALUNOS COM FALTA - '
                       'REMESSA TRUNCADA'
            END-IF
            DISPLAY 'ARQUIVOS: AVISOS-FALTA-SMS.TXT / '
                    'AVISOS-FALTA-EXCECOES.TXT'
            STOP RUN.
      *-----------------------------------------------------------------
      * O DIA VEM DO PARAMETRO (DDMMAAAA VALIDA) OU EH HOJE.
      *-----------------------------------------------------------------
       P050-DEFINIR-DIA.
            MOVE 0 TO WS-DATA-VALIDA
            ACCEPT WS-PARM-DATA FROM COMMAND-LINE
            IF WS-PARM-DATA (1:8) IS NUMERIC THEN
               MOVE WS-PARM-DATA (1:8) TO WS-DATA-TRABALHO
               SET FORMATO-DDMMAAAA TO TRUE
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
               CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                             WS-DATA-VALIDA
            END-IF
            IF WS-DATA-VALIDA = 1 THEN
               MOVE WS-DATA-TRABALHO TO WS-DATA-FALTA
            ELSE
               MOVE WS-DATA-EMISSAO TO WS-DATA-TRABALHO
               SET FORMATO-AAAAMMDD TO TRUE
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
               MOVE WS-DIA TO WS-FALTA-DIA
               MOVE WS-MES TO WS-FALTA-MES
               MOVE WS-ANO TO WS-FALTA-ANO
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * CADA FALTA DO DIA (NAO ESTORNADA) PASSA PELO ATESTADO E PELO
      * ABONO DA MATERIA; A QUE SOBRA SOMA UMA AULA NA LINHA DO ALUNO.
      *-----------------------------------------------------------------
       P100-CARREGAR-FALTAS.
            MOVE 0 TO WS-QTD-ALUNOS
            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ CHAMADA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF CH-DATA-AULA = WS-DATA-FALTA AND
                           CH-FALTOU AND
                           NOT CH-REGISTRO-ESTORNADO THEN
                           ADD 1 TO WS-QTD-FALTAS-LIDAS
                           PERFORM P110-CONFERIR-COBERTURA
                        END-IF
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-CONFERIR-COBERTURA.
            CALL 'CONSULTAR-ATESTADO'
                          USING CH-CD-STUDENT, CH-CD-MATERIA,
                                CH-DATA-AULA, WS-RETORNO-ATESTADO
            MOVE 1 TO WS-RETORNO-ABONO
            IF WS-RETORNO-ATESTADO NOT = 0 THEN
               CALL 'CONSULTAR-ABONO'
                             USING CH-CD-STUDENT, CH-CD-MATERIA,
                                   CH-DATA-AULA, WS-RETORNO-ABONO
            END-IF
            IF WS-RETORNO-ATESTADO = 0 OR WS-RETORNO-ABONO = 0 THEN
               ADD 1 TO WS-QTD-FALTAS-COBERTAS
            ELSE
               MOVE 0 TO WS-POS-ALUNO
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS
                          OR WS-POS-ALUNO > 0
                  IF WS-ALU-CD-STUDENT (WS-IDX-ALUNO) = CH-CD-STUDENT
                     THEN
                     MOVE WS-IDX-ALUNO TO WS-POS-ALUNO
                  END-IF
               END-PERFORM
               IF WS-POS-ALUNO > 0 THEN
                  IF WS-ALU-QTD-AULAS (WS-POS-ALUNO) < 99 THEN
                     ADD 1 TO WS-ALU-QTD-AULAS (WS-POS-ALUNO)
                  END-IF
               ELSE
                  IF WS-QTD-ALUNOS >= 2000 THEN
                     MOVE 'S' TO WS-ESTOURO-TABELA
                  ELSE
                     ADD 1 TO WS-QTD-ALUNOS
                     MOVE CH-CD-TURMA
                       TO WS-ALU-CD-TURMA (WS-QTD-ALUNOS)
                     MOVE CH-CD-STUDENT
                       TO WS-ALU-CD-STUDENT (WS-QTD-ALUNOS)
                     MOVE 1 TO WS-ALU-QTD-AULAS (WS-QTD-ALUNOS)
                  END-IF
               END-IF
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * ORDENACAO POR TURMA + CODIGO (BOLHA, COMO A LISTA DE ESPERA DO
      * PROGARQ008) - A LISTA DE EXCECOES SAI POR TURMA.
      *-----------------------------------------------------------------
       P200-ORDENAR-ALUNOS.
            IF WS-QTD-ALUNOS > 1 THEN
               COMPUTE WS-LIMITE-ORD = WS-QTD-ALUNOS - 1
               PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                       UNTIL WS-IDX-ALUNO > WS-LIMITE-ORD
                  PERFORM VARYING WS-IDX-ALUNO-2 FROM 1 BY 1
                          UNTIL WS-IDX-ALUNO-2 > WS-LIMITE-ORD
                     IF WS-ALU-CHAVE (WS-IDX-ALUNO-2) >
                        WS-ALU-CHAVE (WS-IDX-ALUNO-2 + 1) THEN
                        MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                          TO WS-ALUNO-TEMP
                        MOVE WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                          TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2)
                        MOVE WS-ALUNO-TEMP
                          TO WS-ALUNO-ITEM (WS-IDX-ALUNO-2 + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * UM SMS POR TELEFONE UTILIZAVEL DE RESPONSAVEL LEGAL/FINANCEIRO
      * QUE NAO RECUSOU O AVISO. TODOS RECUSARAM: SO CONTA (ESCOLHA DA
      * FAMILIA). NENHUM RESPONSAVEL OU NENHUM TELEFONE: EXCECAO.
      *-----------------------------------------------------------------
       P300-AVISAR-ALUNO.
            MOVE WS-ALU-CD-STUDENT (WS-IDX-ALUNO) TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-ACHOU-ALUNO
            READ STUDENT
                 INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
            END-READ
            IF WS-ACHOU-ALUNO = 1 THEN
               MOVE NM-STUDENT TO WS-NOME-ALUNO
            ELSE
               MOVE '(FORA DO CADASTRO)' TO WS-NOME-ALUNO
            END-IF

            MOVE SPACES TO WS-MENSAGEM
            STRING 'ESCOLA INFORMA: ' DELIMITED BY SIZE
                   WS-NOME-ALUNO DELIMITED BY '  '
                   ' FALTOU A ' DELIMITED BY SIZE
                   WS-ALU-QTD-AULAS (WS-IDX-ALUNO) DELIMITED BY SIZE
                   ' AULA(S) EM ' DELIMITED BY SIZE
                   WS-FALTA-DIA '/' WS-FALTA-MES '/' WS-FALTA-ANO
                   DELIMITED BY SIZE
                   '. DUVIDAS: PROCURE A SECRETARIA.'
                   DELIMITED BY SIZE
                   INTO WS-MENSAGEM
            END-STRING

            MOVE 0 TO WS-QTD-RESP-ALUNO
            MOVE 0 TO WS-QTD-RECUSAS-ALUNO
            MOVE 0 TO WS-QTD-SMS-ALUNO
            MOVE 'N' TO WS-EOF-RESP
            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-RESP = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF-RESP
                       NOT AT END
                           IF RP-CD-STUDENT =
                              WS-ALU-CD-STUDENT (WS-IDX-ALUNO) AND
                              NOT RP-TIPO-EMERGENCIA THEN
                              PERFORM P310-AVISAR-RESPONSAVEL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF

            EVALUATE TRUE
               WHEN WS-QTD-SMS-ALUNO > 0
                  CONTINUE
               WHEN WS-QTD-RESP-ALUNO = 0
                  MOVE 'SEM RESPONSAVEL CADASTRADO (PROGARQ005)'
                    TO WS-MOTIVO-EXCECAO
                  PERFORM P330-GRAVAR-EXCECAO
               WHEN WS-QTD-RECUSAS-ALUNO = WS-QTD-RESP-ALUNO
                  ADD 1 TO WS-QTD-RECUSADOS
               WHEN OTHER
                  MOVE 'SEM TELEFONE UTILIZAVEL (PROGARQ005)'
                    TO WS-MOTIVO-EXCECAO
                  PERFORM P330-GRAVAR-EXCECAO
            END-EVALUATE
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-AVISAR-RESPONSAVEL.
            ADD 1 TO WS-QTD-RESP-ALUNO
            IF RP-SMS-RECUSADO THEN
               ADD 1 TO WS-QTD-RECUSAS-ALUNO
            ELSE
               PERFORM P320-EXTRAIR-DIGITOS
               IF WS-QTD-DIGITOS >= 10 THEN
                  INITIALIZE REG-SMS-FALTA
                  MOVE WS-TELEFONE-DIGITOS TO SM-TELEFONE
                  MOVE WS-ALU-CD-STUDENT (WS-IDX-ALUNO)
                    TO SM-CD-STUDENT
                  MOVE WS-DATA-FALTA TO SM-DATA-FALTA
                  MOVE WS-ALU-QTD-AULAS (WS-IDX-ALUNO) TO SM-QTD-AULAS
                  MOVE WS-MENSAGEM TO SM-MENSAGEM
                  WRITE REG-SMS-FALTA
                  ADD 1 TO WS-QTD-SMS
                  ADD 1 TO WS-QTD-SMS-ALUNO
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-EXTRAIR-DIGITOS.
            MOVE SPACES TO WS-TELEFONE-DIGITOS
            MOVE 0 TO WS-QTD-DIGITOS
            PERFORM VARYING WS-IDX-CARACTER FROM 1 BY 1
                    UNTIL WS-IDX-CARACTER > 15
               MOVE RP-TELEFONE (WS-IDX-CARACTER:1) TO WS-CARACTER
               IF WS-CARACTER IS NUMERIC THEN
                  ADD 1 TO WS-QTD-DIGITOS
                  MOVE WS-CARACTER
                    TO WS-TELEFONE-DIGITOS (WS-QTD-DIGITOS:1)
               END-IF
            END-PERFORM
            .
       P320-FIM.
      *-----------------------------------------------------------------
       P330-GRAVAR-EXCECAO.
            ADD 1 TO WS-QTD-EXCECOES
            MOVE SPACES TO REC-EXCECAO
            STRING '  ' WS-ALU-CD-TURMA (WS-IDX-ALUNO) ' '
                   WS-ALU-CD-STUDENT (WS-IDX-ALUNO) ' '
                   WS-NOME-ALUNO ' '
                   WS-ALU-QTD-AULAS (WS-IDX-ALUNO) ' AULA(S) - '
                   WS-MOTIVO-EXCECAO
                   DELIMITED BY SIZE INTO REC-EXCECAO
            END-STRING
            WRITE REC-EXCECAO
            .
       P330-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'AVISO-FALTAS-SMS' TO LY-PROGRAMA
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
      * RELATORIOS. O EXTRATO DESTE PROGRAMA SAI DA ESCOLA - NAO
      * EH GERADO A PARTIR DE UMA COPIA DE TREINAMENTO.
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
       END PROGRAM AVISO-FALTAS-SMS.
