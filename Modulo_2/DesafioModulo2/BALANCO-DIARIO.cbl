      *          DIFERENCA (LOTE MORTO NO MEIO DA GRAVACAO, DISCO
      *          CHEIO, CORRECOES FORA DOS PRODUTORES INSTRUMENTADOS)
      *          SAI APONTADA POR ARQUIVO EM BALANCO-DIARIO.TXT.
      *          O EXTRATO DA MANTENEDORA (BI-*.TXT, VEJA EXTRATO-BI)
      *          TAMBEM ENTRA: CADA ARQUIVO EH REGERADO INTEIRO TODA
      *          NOITE, ENTAO VALE O ULTIMO TOTAL AFIRMADO NO DIA
      *          CONTRA AS LINHAS 'D' NO DISCO, DESDE QUE O TRAILER
      *          SEJA DO MESMO DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

      * ARQUIVOS DO EXTRATO BI - UM DE CADA VEZ, PELO NOME DA
      * TABELA, POR ISSO ASSIGN DINAMICO.
           SELECT EXTRATO-BI-FILE ASSIGN TO DYNAMIC WS-NOME-EXTRATO-BI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT BALANCO-FILE ASSIGN TO
           '../../BALANCO-DIARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY BOLETIM-RECORD.
       FD AUDITORIA-FILE.
           COPY AUDITORIA-RECORD.
       FD EXTRATO-BI-FILE.
       01 REC-EXTRATO-BI           PIC X(200).
       01 REC-EXTRATO-BI-TRAILER REDEFINES REC-EXTRATO-BI.
           03 XB-TIPO-LINHA         PIC X(01).
           03 FILLER                PIC X(01).
           03 XB-ARQUIVO            PIC X(20).
           03 FILLER                PIC X(01).
           03 XB-QTD-LINHAS         PIC 9(09).
           03 FILLER                PIC X(01).
           03 XB-DATA-GERACAO       PIC 9(08).
           03 FILLER                PIC X(159).
       FD BALANCO-FILE.
       01 REC-BALANCO              PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-FISICO-BOLETINS          PIC 9(07)       VALUE 0.
       77 WS-FISICO-AUDITORIA         PIC 9(07)       VALUE 0.
       77 WS-QTD-DIFERENCAS           PIC 9(02)       VALUE 0.
      * ARQUIVOS DO EXTRATO BI: ULTIMO TOTAL AFIRMADO NO DIA, LINHAS
      * 'D' NO DISCO E A DATA DO TRAILER ('S' = TEVE AFIRMACAO /
      * ARQUIVO EXISTE).
       01 WS-TABELA-EXTRATO-BI.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-FATO-MEDIAS.TXT'.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-FATO-CHAMADA.TXT'.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-FATO-MOVTO.TXT'.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-DIM-ALUNO.TXT'.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-DIM-TURMA.TXT'.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-DIM-MATERIA.TXT'.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-DIM-PROFESSOR.TXT'.
           02 FILLER                  PIC X(20) VALUE
                                       'BI-DIM-PERIODO.TXT'.
       01 WS-TABELA-EXTRATO-BI-R REDEFINES WS-TABELA-EXTRATO-BI.
           02 WS-BI-ARQUIVO           PIC X(20)       OCCURS 8 TIMES.
       01 WS-CONFRONTO-EXTRATO-BI.
           02 WS-BI-ITEM OCCURS 8 TIMES.
              03 WS-BI-TEM-AFIRMADO   PIC X(01).
              03 WS-BI-AFIRMADO       PIC 9(07).
              03 WS-BI-EXISTE         PIC X(01).
              03 WS-BI-FISICO         PIC 9(07).
              03 WS-BI-DATA-TRAILER   PIC 9(08).
       77 WS-IDX-BI                   PIC 9(01)       VALUE 0.
       77 WS-NOME-EXTRATO-BI          PIC X(40)       VALUE SPACES.
      * REGISTRO NO LOG DE EXECUCOES (VEJA EXECUCAO-RECORD.CPY): O
      * RESULTADO DO BALANCO (DIFERENCAS EM EX-QTD-REJEITADOS) EH O
      * QUE O PORTAO DO EXPORTAR-RESULTADO CONFERE ANTES DE GERAR O
       77 WS-RETORNO-ESPOLAR          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
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
            DISPLAY 'BALANCO DE FIM DE DIA'
            INITIALIZE REG-EXECUCAO
            MOVE 'BALANCO-DIARIO' TO EX-PROGRAMA
            PERFORM P300-CONTAR-HISTORICO
            PERFORM P400-CONTAR-BOLETINS
            PERFORM P500-CONTAR-AUDITORIA
            PERFORM P600-CONTAR-EXTRATO-BI

            OPEN OUTPUT BALANCO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-BALANCO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-BALANCO
            STRING 'BALANCO DE GRAVACAO DO DIA ' WS-DATA-BALANCO
                   DELIMITED BY SIZE INTO REC-BALANCO
            STRING 'DATA=' WS-DATA-BALANCO
                   DELIMITED BY SIZE INTO EX-PARAMETROS
            END-STRING
            MOVE 12 TO EX-QTD-LIDOS
            MOVE 0 TO EX-QTD-GRAVADOS
            MOVE WS-QTD-DIFERENCAS TO EX-QTD-REJEITADOS
            SET EX-RESULTADO-NORMAL TO TRUE
      *-----------------------------------------------------------------
       P100-SOMAR-AFIRMADOS.
            MOVE 'N' TO WS-EOF
            INITIALIZE WS-CONFRONTO-EXTRATO-BI
            OPEN INPUT TOTAIS-FILE
            IF FS-TOTAIS = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                                    ADD TG-QTD-GRAVADOS
                                      TO WS-AFIRMADO-AUDITORIA
                                 WHEN OTHER
                                    IF TG-ARQUIVO (1:3) = 'BI-' THEN
                                       PERFORM P110-AFIRMADO-BI
                                    END-IF
                              END-EVALUATE
                           END-IF
                  END-READ
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * O EXTRATO BI EH REGERADO INTEIRO - SE RODOU DUAS VEZES NO DIA,
      * VALE A ULTIMA AFIRMACAO (A DO ARQUIVO QUE FICOU NO DISCO).
      *-----------------------------------------------------------------
       P110-AFIRMADO-BI.
            PERFORM VARYING WS-IDX-BI FROM 1 BY 1 UNTIL WS-IDX-BI > 8
               IF WS-BI-ARQUIVO (WS-IDX-BI) = TG-ARQUIVO THEN
                  MOVE 'S' TO WS-BI-TEM-AFIRMADO (WS-IDX-BI)
                  MOVE TG-QTD-GRAVADOS TO WS-BI-AFIRMADO (WS-IDX-BI)
               END-IF
            END-PERFORM
            .
       P110-FIM.
      *-----------------------------------------------------------------
       P200-CONTAR-PENDENTES.
            OPEN INPUT PENDENTES-FILE
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * LINHAS 'D' DE CADA ARQUIVO DO EXTRATO BI E A DATA DO TRAILER.
      *-----------------------------------------------------------------
       P600-CONTAR-EXTRATO-BI.
            PERFORM VARYING WS-IDX-BI FROM 1 BY 1 UNTIL WS-IDX-BI > 8
               MOVE SPACES TO WS-NOME-EXTRATO-BI
               STRING '../../' WS-BI-ARQUIVO (WS-IDX-BI)
                      DELIMITED BY SPACE INTO WS-NOME-EXTRATO-BI
               END-STRING
               MOVE 'N' TO WS-BI-EXISTE (WS-IDX-BI)
               OPEN INPUT EXTRATO-BI-FILE
               IF FS-ENTRADA = '00' THEN
                  MOVE 'S' TO WS-BI-EXISTE (WS-IDX-BI)
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ EXTRATO-BI-FILE
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              EVALUATE XB-TIPO-LINHA
                                 WHEN 'D'
                                    ADD 1 TO WS-BI-FISICO (WS-IDX-BI)
                                 WHEN 'T'
                                    IF XB-DATA-GERACAO IS NUMERIC
                                       THEN
                                       MOVE XB-DATA-GERACAO TO
                                          WS-BI-DATA-TRAILER (WS-IDX-BI)
                                    END-IF
                                 WHEN OTHER
                                    CONTINUE
                              END-EVALUATE
                     END-READ
                  END-PERFORM
                  CLOSE EXTRATO-BI-FILE
               END-IF
               MOVE 'N' TO WS-EOF
            END-PERFORM
            .
       P600-FIM.
      *-----------------------------------------------------------------
      * CONFRONTO POR ARQUIVO: AFIRMADO X FISICO, COM A MARCA DE
      * DIFERENCA - CORRECOES FEITAS FORA DOS PRODUTORES
      * INSTRUMENTADOS (EX.: CORRIGIR-NOTA) APARECEM AQUI COMO
            PERFORM P920-LINHA-HIST
            PERFORM P930-LINHA-BOLETINS
            PERFORM P940-LINHA-AUDITORIA
            PERFORM VARYING WS-IDX-BI FROM 1 BY 1 UNTIL WS-IDX-BI > 8
               IF WS-BI-TEM-AFIRMADO (WS-IDX-BI) = 'S' THEN
                  PERFORM P950-LINHA-EXTRATO-BI
               END-IF
            END-PERFORM
            .
       P900-FIM.
      *-----------------------------------------------------------------
            .
       P940-FIM.
      *-----------------------------------------------------------------
      * EXTRATO BI: SEM AFIRMACAO NO DIA O ARQUIVO NAO ENTRA (O EXTRATO
      * NAO RODOU NESSA DATA); AFIRMADO E SEM ARQUIVO, OU TRAILER DO
      * MESMO DIA COM OUTRA QUANTIDADE, EH DIFERENCA; TRAILER DE OUTRO
      * DIA (EXTRATO JA REGERADO DEPOIS) SAI SO INFORMADO.
      *-----------------------------------------------------------------
       P950-LINHA-EXTRATO-BI.
            MOVE SPACES TO REC-BALANCO
            EVALUATE TRUE
               WHEN WS-BI-EXISTE (WS-IDX-BI) NOT = 'S'
                  ADD 1 TO WS-QTD-DIFERENCAS
                  STRING WS-BI-ARQUIVO (WS-IDX-BI)
                         ' AFIRMADO ' WS-BI-AFIRMADO (WS-IDX-BI)
                         ' ARQUIVO AUSENTE *** DIFERENCA ***'
                         DELIMITED BY SIZE INTO REC-BALANCO
                  END-STRING
               WHEN WS-BI-DATA-TRAILER (WS-IDX-BI) NOT = WS-DATA-BALANCO
                  STRING WS-BI-ARQUIVO (WS-IDX-BI)
                         ' AFIRMADO ' WS-BI-AFIRMADO (WS-IDX-BI)
                         ' - REGERADO EM '
                         WS-BI-DATA-TRAILER (WS-IDX-BI)
                         DELIMITED BY SIZE INTO REC-BALANCO
                  END-STRING
               WHEN WS-BI-AFIRMADO (WS-IDX-BI) =
                    WS-BI-FISICO (WS-IDX-BI)
                  STRING WS-BI-ARQUIVO (WS-IDX-BI)
                         ' AFIRMADO ' WS-BI-AFIRMADO (WS-IDX-BI)
                         ' FISICO ' WS-BI-FISICO (WS-IDX-BI) ' - OK'
                         DELIMITED BY SIZE INTO REC-BALANCO
                  END-STRING
               WHEN OTHER
                  ADD 1 TO WS-QTD-DIFERENCAS
                  STRING WS-BI-ARQUIVO (WS-IDX-BI)
                         ' AFIRMADO ' WS-BI-AFIRMADO (WS-IDX-BI)
                         ' FISICO ' WS-BI-FISICO (WS-IDX-BI)
                         ' *** DIFERENCA ***'
                         DELIMITED BY SIZE INTO REC-BALANCO
                  END-STRING
            END-EVALUATE
            WRITE REC-BALANCO
            .
       P950-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'BALANCO-DIARIO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE LENGTH OF REG-PENDENTE TO LY-TAMANHO
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
       END PROGRAM BALANCO-DIARIO.
