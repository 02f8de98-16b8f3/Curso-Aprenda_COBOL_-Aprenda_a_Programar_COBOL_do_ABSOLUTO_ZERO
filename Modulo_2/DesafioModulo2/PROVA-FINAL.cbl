      *          DESFECHO VERDADEIRO. CADA ALUNO/MATERIA/PERIODO TEM
      *          DIREITO A UMA UNICA PROVA FINAL - O CONTROLE FICA EM
      *          PROVAS-FINAIS.TXT.
      *          O REPROVADO EH ACHADO PELO CAMINHO DE ACESSO DIRETO
      *          DO HISTORICO (BUSCAR-HIST), COM A LEITURA SEQUENCIAL
      *          QUANDO O CAMINHO ESTA INDISPONIVEL; ESTORNO E
      *          RESULTADO SAO REFLETIDOS NELE (INDEXAR-HIST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD HIST-TRABALHO.
       01 REG-HIST-TRAB            PIC X(122).
       FD BOLETIM-TRAB.
       01 REG-BOLETIM-TRAB         PIC X(185).
       FD REPORT-CARD.
      * PARA CIMA, COMO CORRIGIR-NOTA E LANCAR-RECUPERACAO.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (VEJA SELECIONAR-UNIDADE): FILA E
      * LANCAMENTO SO DE NOTAS DA UNIDADE SELECIONADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-CD-STUDENT-FILTRO        PIC 9(05)       VALUE 0.
       77 WS-CD-MATERIA-FILTRO        PIC X(05)       VALUE SPACES.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-HORA-PROCESSAMENTO       PIC 9(08)       VALUE 0.
       77 WS-SEQ-REGISTRO             PIC 9(07)       VALUE 0.
       77 WS-SEQ-ALVO                 PIC 9(07)       VALUE 0.
       01 WS-REGISTRO-ORIGINAL        PIC X(122)      VALUE SPACES.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA BUSCAR-HIST E
      * INDEXAR-HIST).
           COPY BUSCA-HIST-CAMPOS.
       77 WS-RETORNO-BUSCAR-HIST      PIC 9(01)       VALUE 0.
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
       77 WS-NOTA-EXAME               PIC 9(03)V9(01) VALUE 0.
       77 WS-MEDIA-FINAL              PIC 9(03)V9(01) VALUE 0.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
                                   PIC X(01)       VALUE 'N'.
           03 WS-PERC-FREQUENCIA      PIC 9(03)V9(01) VALUE 100.
           03 WS-FREQUENCIA-MINIMA    PIC 9(03)V9(01) VALUE 75.
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
            DISPLAY 'PROVA FINAL (SEGUNDA EPOCA)'
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY '1 - FILA DE TRABALHO (REPROVADOS DO PERIODO)'
            DISPLAY '2 - LANCAR NOTA DA PROVA FINAL'
            END-IF

            OPEN OUTPUT FILA-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-FILA FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-FILA
            STRING 'PROVAS FINAIS PENDENTES - '
                   WS-BIMESTRE-FILTRO 'O BIM/' WS-ANO-FILTRO
               READ NOTAS-HIST
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-FILTRO,
                                            NH-CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF NH-ANO-LETIVO = WS-ANO-FILTRO AND
                           NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           NH-STATUS = 'REPROVADO' AND
                           NOT NH-REGISTRO-ESTORNADO AND
                           WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P110-LISTAR-CANDIDATO
                        END-IF
               END-READ
            END-IF

            PERFORM P210-LOCALIZAR-REPROVADO
            IF WS-SEQ-ALVO NOT = 0 THEN
               PERFORM P217-CONFERIR-UNIDADE-ALVO
            END-IF

            IF WS-SEQ-ALVO = 0 THEN
               DISPLAY '***********************************************'
       P150-FIM.
      *-----------------------------------------------------------------
      * LOCALIZA O ULTIMO REGISTRO VIVO REPROVADO DO ALUNO/MATERIA/
      * PERIODO (MESMA BUSCA DE CORRIGIR-NOTA/P100: CAMINHO DIRETO, OU
      * VARREDURA SEQUENCIAL COM ELE INDISPONIVEL).
      *-----------------------------------------------------------------
       P210-LOCALIZAR-REPROVADO.
            MOVE 0 TO WS-SEQ-ALVO
            INITIALIZE CAMPOS-BUSCA-HIST
            SET BH-PRIMEIRO-ALUNO-MATERIA TO TRUE
            MOVE WS-CD-STUDENT-FILTRO TO BH-CD-STUDENT
            MOVE WS-CD-MATERIA-FILTRO TO BH-CD-MATERIA
            MOVE WS-ANO-FILTRO TO BH-ANO-LETIVO
            MOVE WS-BIMESTRE-FILTRO TO BH-BIMESTRE
            CALL 'BUSCAR-HIST'
                          USING CAMPOS-BUSCA-HIST, REG-NOTAS-HIST,
                                WS-RETORNO-BUSCAR-HIST

            IF WS-RETORNO-BUSCAR-HIST = 2 THEN
               PERFORM P215-LOCALIZAR-SEQUENCIAL
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-RETORNO-BUSCAR-HIST NOT = 0
                  IF NH-STATUS = 'REPROVADO' AND
                     NOT NH-REGISTRO-ESTORNADO THEN
                     MOVE BH-SEQ-REGISTRO TO WS-SEQ-ALVO
                     MOVE REG-NOTAS-HIST TO WS-REGISTRO-ORIGINAL
                  END-IF
                  SET BH-PROXIMO TO TRUE
                  CALL 'BUSCAR-HIST'
                                USING CAMPOS-BUSCA-HIST,
                                      REG-NOTAS-HIST,
                                      WS-RETORNO-BUSCAR-HIST
               END-PERFORM
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P215-LOCALIZAR-SEQUENCIAL.
            MOVE 0 TO WS-SEQ-REGISTRO
            MOVE 0 TO WS-SEQ-ALVO
            MOVE 'N' TO WS-EOF
            END-PERFORM
            CLOSE NOTAS-HIST
            .
       P215-FIM.
      *-----------------------------------------------------------------
      * O REPROVADO A RESOLVER TEM DE SER DA UNIDADE ESCOLAR
      * SELECIONADA (A DO REGISTRO, NAO A ATUAL DO ALUNO).
      *-----------------------------------------------------------------
       P217-CONFERIR-UNIDADE-ALVO.
            MOVE WS-REGISTRO-ORIGINAL TO REG-NOTAS-HIST
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          NH-CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'LANCAMENTO DE OUTRA UNIDADE ESCOLAR - '
                       'PROVA FINAL NEGADA'
               STOP RUN
            END-IF
            .
       P217-FIM.
      *-----------------------------------------------------------------
       P220-RECEBER-NOTA-EXAME.
            MOVE WS-REGISTRO-ORIGINAL TO REG-NOTAS-HIST
                        ADD 1 TO WS-SEQ-REGISTRO
                        IF WS-SEQ-REGISTRO = WS-SEQ-ALVO THEN
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-ANTES
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-ANTES
                           MOVE 'E' TO NH-TIPO-REGISTRO
                           MOVE 'PROVA-FINAL' TO JN-PROGRAMA
                           MOVE WS-OPERADOR TO JN-OPERADOR
                           SET JN-ARQ-NOTAS-HIST TO TRUE
                           SET JN-OP-REGRAVACAO TO TRUE
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
                           CALL 'GRAVAR-JORNAL'
                                USING REG-JORNAL, WS-RETORNO-JORNAL
                        END-IF
            END-PERFORM
            CLOSE NOTAS-HIST
            CLOSE HIST-TRABALHO

            MOVE WS-REGISTRO-ORIGINAL TO REG-NOTAS-HIST
            MOVE 'E' TO WS-OPERACAO-INDICE
            CALL 'INDEXAR-HIST'
                          USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                WS-SEQ-ALVO, WS-RETORNO-INDEXAR-HIST
            .
       P400-FIM.
      *-----------------------------------------------------------------
            MOVE 'C' TO NH-TIPO-REGISTRO
            MOVE WS-ESCALA-MAXIMO TO NH-ESCALA
            WRITE REG-NOTAS-HIST
            MOVE 'G' TO WS-OPERACAO-INDICE
            CALL 'INDEXAR-HIST'
                          USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST
            MOVE 'PROVA-FINAL' TO JN-PROGRAMA
            MOVE WS-OPERADOR TO JN-OPERADOR
            SET JN-ARQ-NOTAS-HIST TO TRUE
            SET JN-OP-INCLUSAO TO TRUE
            MOVE SPACES TO JN-IMAGEM-ANTES
            MOVE SPACES TO JN-COMPLEMENTO-ANTES
            MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
            MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
            CALL 'GRAVAR-JORNAL'
                          USING REG-JORNAL, WS-RETORNO-JORNAL
            CLOSE NOTAS-HIST
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PROVA-FINAL' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

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
       END PROGRAM PROVA-FINAL.
