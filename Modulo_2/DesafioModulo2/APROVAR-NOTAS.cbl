      *          OU (D) DEVOLVE O LOTE COM MOTIVO PARA O PROFESSOR
      *          REFAZER - NENHUM BOLETIM OFICIAL NASCE SEM UM HUMANO
      *          REVISAR. A MARCACAO EH POR COPIA DO ARQUIVO (LINE
      *          SEQUENTIAL), COMO CORRIGIR-NOTA JA FAZ. PENDENTE DE
      *          RELANCAMENTO (PD-ORIGEM 'S' DA SEGUNDA-CHAMADA OU 'G'
      *          DO IMPORTAR-GABARITO) SUBSTITUI O RESULTADO JA
      *          POSTADO: NA APROVACAO, O REGISTRO VIVO ANTERIOR DO
      *          ALUNO/MATERIA/PERIODO EH ESTORNADO ('E') E O BOLETIM
      *          DELE REMOVIDO.
      *          CADA POSTAGEM E CADA ESTORNO SAO REFLETIDOS NO
      *          CAMINHO DE ACESSO DIRETO DO HISTORICO (INDEXAR-HIST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLETIM.

           SELECT HIST-TRABALHO ASSIGN TO
           '../../NOTAS-HIST-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOLETIM-TRAB ASSIGN TO
           '../../BOLETINS-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

      * DETALHE DAS NOTAS POR AVALIACAO (VEJA NOTA-DETALHE-RECORD.CPY)
      * - O COORDENADOR REVISA O LOTE VENDO AS NOTAS COMPONENTES DE
      * CADA MEDIA, NAO SO O RESULTADO FINAL.
       FD PENDENTES-FILE.
           COPY PENDENTE-RECORD.
       FD PENDENTES-TRAB.
       01 REG-PENDENTE-TRAB        PIC X(235).
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD REPORT-CARD.
           COPY BOLETIM-RECORD.
       FD HIST-TRABALHO.
       01 REG-HIST-TRAB            PIC X(122).
       FD BOLETIM-TRAB.
       01 REG-BOLETIM-TRAB         PIC X(185).
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-EOF-DETALHE              PIC A(01)       VALUE 'N'.
      * LINHA DE NOTAS COMPONENTES DO PENDENTE EM EXIBICAO (VEJA
      * P115-EXIBIR-DETALHE) - MONTADA POR STRING COM POINTER, NOTA A
      * NOTA, COM '*' MARCANDO AVALIACAO ISENTA POR ATESTADO E 'A'
      * AVALIACAO ADAPTADA (ALUNO COM PEI).
       77 WS-LINHA-DETALHE            PIC X(90)       VALUE SPACES.
       77 WS-PTR-DETALHE              PIC 9(03)       VALUE 1.
       77 WS-TEM-DETALHE              PIC 9(01)       VALUE 0.
      * DE COORDENADOR PARA CIMA.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO COORDENADOR (VEJA SELECIONAR-UNIDADE): SO
      * APROVA LOTE DE TURMA DA UNIDADE SELECIONADA.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
      * TRAVA DE GRAVACAO UNICA DOS ARQUIVOS COMPARTILHADOS (VEJA
      * OBTER-TRAVA/LIBERAR-TRAVA): ESTE PROGRAMA REGRAVA/ANEXA
      * ARQUIVOS QUE PRINCIPAL/IMPORTAR-NOTAS TAMBEM GRAVAM - SO UM
      * ARQUIVOS CRITICOS, PARA O RECONSTRUIR-ARQUIVOS.
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
      * UNIDADE ESCOLAR CARIMBADA NA NOTA POSTADA (NH-CD-UNIDADE): A
      * DA TURMA DO LANCAMENTO, GUARDADA DA ULTIMA TURMA CONSULTADA -
      * O LOTE VEM AGRUPADO POR TURMA.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
       77 WS-TURMA-DA-UNIDADE         PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-DA-TURMA         PIC X(02)       VALUE SPACES.
           COPY TURMA-RECORD.

      * RELANCAMENTO: ALUNOS DO LOTE CUJO PENDENTE SUBSTITUI O
      * RESULTADO JA POSTADO, E O CARIMBO DE CADA REGISTRO ESTORNADO
      * (PARA REMOVER O BOLETIM CORRESPONDENTE).
       77 WS-QTD-ALUNOS-RELANC       PIC 9(03)       VALUE 0.
       77 WS-IDX-RELANC              PIC 9(03)       VALUE 0.
       01 WS-TABELA-ALUNOS-RELANC.
           02 WS-ALUNO-RELANC        PIC 9(05) OCCURS 100 TIMES.
       77 WS-QTD-SUPERADOS            PIC 9(03)       VALUE 0.
       77 WS-IDX-SUPERADO             PIC 9(03)       VALUE 0.
       01 WS-TABELA-SUPERADOS.
           02 WS-SUPERADO OCCURS 200 TIMES.
              03 WS-SUP-CD-STUDENT    PIC 9(05).
              03 WS-SUP-DATA          PIC 9(08).
              03 WS-SUP-HORA          PIC 9(08).
              03 WS-SUP-SEQ           PIC 9(07).
              03 WS-SUP-REGISTRO      PIC X(122).
      * ESTORNO ALEM DA TABELA: O ARQUIVO FOI MARCADO MAS O CAMINHO
      * DIRETO NAO TEM COMO SER ACOMPANHADO UM A UM - EH REFEITO.
       77 WS-ESTOURO-SUPERADOS        PIC X(01)       VALUE 'N'.
       77 WS-SEQ-REGISTRO             PIC 9(07)       VALUE 0.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST).
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
       77 WS-ALUNO-DO-LOTE            PIC X(01)       VALUE 'N'.
       77 WS-BOLETIM-SUPERADO         PIC X(01)       VALUE 'N'.

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
            DISPLAY 'APROVACAO DE NOTAS PENDENTES (COORDENACAO)'
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
               DISPLAY '***********************************************'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-COORDENADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'TURMA DO LOTE.................: '
            ACCEPT WS-TURMA-FILTRO
            PERFORM P160-CONFERIR-UNIDADE-TURMA
            DISPLAY 'MATERIA DO LOTE...............: '
            ACCEPT WS-MATERIA-FILTRO
            DISPLAY 'ANO LETIVO....................: '

            EVALUATE WS-DECISAO
               WHEN 'A'
                  PERFORM P360-ESTORNAR-SUPERADOS
                  PERFORM P300-APLICAR-DECISAO
                  PERFORM P350-AFIRMAR-TOTAIS
                  DISPLAY 'LOTE POSTADO - ' WS-QTD-POSTADOS
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * TURMA DO LOTE DE OUTRA UNIDADE ESCOLAR NAO EH APROVADA AQUI
      * (TURMA FORA DO CADASTRO FICA NA UNIDADE '01').
      *-----------------------------------------------------------------
       P160-CONFERIR-UNIDADE-TURMA.
            CALL 'BUSCAR-TURMA'
                          USING WS-TURMA-FILTRO, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA NOT = 0 THEN
               MOVE SPACES TO TU-CD-UNIDADE
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          TU-CD-UNIDADE,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'TURMA DE OUTRA UNIDADE ESCOLAR - APROVACAO '
                       'NEGADA'
               STOP RUN
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
      * LISTA O LOTE PENDENTE COM OS DESTAQUES: MEDIA ZERO (PROVAVEL
      * ERRO DE DIGITACAO/IMPORTACAO) OU ACIMA DE 95% DA ESCALA
      * (CONFERIR).
                                 PD-HORA-LANCAMENTO AND
                              WS-PTR-DETALHE < 80 THEN
                              MOVE 1 TO WS-TEM-DETALHE
                              EVALUATE TRUE
                                 WHEN ND-ISENTA = 'S'
                                    STRING ' ' ND-NOTA '*'
                                           DELIMITED BY SIZE
                                           INTO WS-LINHA-DETALHE
                                           WITH POINTER WS-PTR-DETALHE
                                    END-STRING
                                 WHEN ND-ADAPTADA = 'S'
                                    STRING ' ' ND-NOTA 'A'
                                           DELIMITED BY SIZE
                                           INTO WS-LINHA-DETALHE
                                           WITH POINTER WS-PTR-DETALHE
                                    END-STRING
                                 WHEN OTHER
                                    STRING ' ' ND-NOTA
                                           DELIMITED BY SIZE
                                           INTO WS-LINHA-DETALHE
                                           WITH POINTER WS-PTR-DETALHE
                                    END-STRING
                              END-EVALUATE
                           END-IF
                  END-READ
               END-PERFORM

            IF WS-TEM-DETALHE = 1 THEN
               DISPLAY '      NOTAS:' WS-LINHA-DETALHE
                       ' (* = ISENTA, A = ADAPTADA)'
            END-IF
            .
       P115-FIM.
            MOVE PD-CD-STUDENT      TO NH-CD-STUDENT
            MOVE PD-NM-STUDENT      TO NH-NM-STUDENT
            MOVE PD-CD-TURMA        TO NH-CD-TURMA
            PERFORM P325-UNIDADE-DA-TURMA
            MOVE WS-UNIDADE-DA-TURMA TO NH-CD-UNIDADE
            MOVE PD-NM-MATERIA      TO NH-NM-MATERIA
            MOVE PD-CD-MATERIA      TO NH-CD-MATERIA
            MOVE PD-MEDIA           TO NH-MEDIA
               MOVE 100             TO NH-ESCALA
            END-IF
            WRITE REG-NOTAS-HIST
            MOVE 'G' TO WS-OPERACAO-INDICE
            CALL 'INDEXAR-HIST'
                          USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST

            MOVE 'APROVAR-NOTAS' TO JN-PROGRAMA
            MOVE WS-COORDENADOR TO JN-OPERADOR
            SET JN-ARQ-NOTAS-HIST TO TRUE
            SET JN-OP-INCLUSAO TO TRUE
            MOVE SPACES TO JN-IMAGEM-ANTES
            MOVE SPACES TO JN-COMPLEMENTO-ANTES
            MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
            MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
            CALL 'GRAVAR-JORNAL'
                          USING REG-JORNAL, WS-RETORNO-JORNAL

            .
       P320-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA DO PENDENTE (BUSCAR-TURMA SO QUANDO A
      * TURMA MUDA). TURMA FORA DO CADASTRO FICA NA UNIDADE '01'.
      *-----------------------------------------------------------------
       P325-UNIDADE-DA-TURMA.
            IF PD-CD-TURMA NOT = WS-TURMA-DA-UNIDADE THEN
               MOVE PD-CD-TURMA TO WS-TURMA-DA-UNIDADE
               CALL 'BUSCAR-TURMA'
                             USING WS-TURMA-DA-UNIDADE, REG-TURMA,
                                   WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 AND
                  TU-CD-UNIDADE NOT = SPACES THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-DA-TURMA
               ELSE
                  MOVE '01' TO WS-UNIDADE-DA-TURMA
               END-IF
            END-IF
            .
       P325-FIM.
      *-----------------------------------------------------------------
      * RELANCAMENTO: ANTES DA POSTAGEM, ESTORNA ('E', POR COPIA DO
      * HISTORICO COMO CORRIGIR-NOTA) O REGISTRO VIVO ANTERIOR DE CADA
      * ALUNO DO LOTE CUJO PENDENTE EH RELANCAMENTO (SEGUNDA CHAMADA
      * OU NOTA DE PROVA DA LEITORA OPTICA), E REMOVE O
      * BOLETIM DAQUELE REGISTRO - O RESULTADO RECALCULADO ENTRA NO
      * LUGAR, SEM DOIS RESULTADOS VIVOS PARA O MESMO PERIODO.
      *-----------------------------------------------------------------
       P360-ESTORNAR-SUPERADOS.
            MOVE 0 TO WS-QTD-ALUNOS-RELANC
            MOVE 0 TO WS-QTD-SUPERADOS
            MOVE 'N' TO WS-EOF
            OPEN INPUT PENDENTES-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ PENDENTES-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF PD-PENDENTE AND
                           PD-ORIGEM-RELANCAMENTO AND
                           PD-CD-TURMA = WS-TURMA-FILTRO AND
                           PD-CD-MATERIA = WS-MATERIA-FILTRO AND
                           PD-ANO-LETIVO = WS-ANO-FILTRO AND
                           PD-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           WS-QTD-ALUNOS-RELANC < 100 THEN
                           ADD 1 TO WS-QTD-ALUNOS-RELANC
                           MOVE PD-CD-STUDENT TO
                                WS-ALUNO-RELANC (WS-QTD-ALUNOS-RELANC)
                        END-IF
               END-READ
            END-PERFORM
            CLOSE PENDENTES-FILE
            MOVE 'N' TO WS-EOF

            IF WS-QTD-ALUNOS-RELANC > 0 THEN
               PERFORM P365-MARCAR-ESTORNOS
            END-IF
            IF WS-QTD-SUPERADOS > 0 THEN
               PERFORM P370-DEVOLVER-HISTORICO
               PERFORM P380-REMOVER-BOLETINS
               DISPLAY 'RELANCAMENTOS: ' WS-QTD-SUPERADOS
                       ' RESULTADO(S) ANTERIOR(ES) ESTORNADO(S)'
            END-IF
            .
       P360-FIM.
      *-----------------------------------------------------------------
       P365-MARCAR-ESTORNOS.
            MOVE 'N' TO WS-EOF
            MOVE 'N' TO WS-ESTOURO-SUPERADOS
            MOVE 0 TO WS-SEQ-REGISTRO
            OPEN INPUT NOTAS-HIST
            IF FS-HIST NOT = '00' THEN
               CONTINUE
            ELSE
               OPEN OUTPUT HIST-TRABALHO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SEQ-REGISTRO
                           PERFORM P366-CONFERIR-SUPERADO
                           MOVE REG-NOTAS-HIST TO REG-HIST-TRAB
                           WRITE REG-HIST-TRAB
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
               CLOSE HIST-TRABALHO
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P365-FIM.
      *-----------------------------------------------------------------
       P366-CONFERIR-SUPERADO.
            MOVE 'N' TO WS-ALUNO-DO-LOTE
            PERFORM VARYING WS-IDX-RELANC FROM 1 BY 1
                    UNTIL WS-IDX-RELANC > WS-QTD-ALUNOS-RELANC
               IF WS-ALUNO-RELANC (WS-IDX-RELANC) = NH-CD-STUDENT
                  THEN
                  MOVE 'S' TO WS-ALUNO-DO-LOTE
               END-IF
            END-PERFORM

            IF WS-ALUNO-DO-LOTE = 'S' AND
               NH-CD-MATERIA = WS-MATERIA-FILTRO AND
               NH-ANO-LETIVO = WS-ANO-FILTRO AND
               NH-BIMESTRE = WS-BIMESTRE-FILTRO AND
               (NH-TIPO-REGISTRO = SPACE OR
                NH-REGISTRO-CORRECAO) THEN
               MOVE REG-NOTAS-HIST TO JN-IMAGEM-ANTES
               MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-ANTES
               IF WS-QTD-SUPERADOS < 200 THEN
                  MOVE WS-SEQ-REGISTRO
                    TO WS-SUP-SEQ (WS-QTD-SUPERADOS + 1)
                  MOVE REG-NOTAS-HIST
                    TO WS-SUP-REGISTRO (WS-QTD-SUPERADOS + 1)
               ELSE
                  MOVE 'S' TO WS-ESTOURO-SUPERADOS
               END-IF
               MOVE 'E' TO NH-TIPO-REGISTRO
               MOVE 'APROVAR-NOTAS' TO JN-PROGRAMA
               MOVE WS-COORDENADOR TO JN-OPERADOR
               SET JN-ARQ-NOTAS-HIST TO TRUE
               SET JN-OP-REGRAVACAO TO TRUE
               MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
               MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
               CALL 'GRAVAR-JORNAL'
                             USING REG-JORNAL, WS-RETORNO-JORNAL
               IF WS-QTD-SUPERADOS < 200 THEN
                  ADD 1 TO WS-QTD-SUPERADOS
                  MOVE NH-CD-STUDENT
                    TO WS-SUP-CD-STUDENT (WS-QTD-SUPERADOS)
                  MOVE NH-DATA-PROCESSAMENTO
                    TO WS-SUP-DATA (WS-QTD-SUPERADOS)
                  MOVE NH-HORA-PROCESSAMENTO
                    TO WS-SUP-HORA (WS-QTD-SUPERADOS)
               END-IF
            END-IF
            .
       P366-FIM.
      *-----------------------------------------------------------------
       P370-DEVOLVER-HISTORICO.
            MOVE 'N' TO WS-EOF
            OPEN INPUT HIST-TRABALHO
            OPEN OUTPUT NOTAS-HIST
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ HIST-TRABALHO
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-HIST-TRAB TO REG-NOTAS-HIST
                        WRITE REG-NOTAS-HIST
               END-READ
            END-PERFORM
            CLOSE HIST-TRABALHO
            CLOSE NOTAS-HIST
            MOVE 'N' TO WS-EOF

            IF WS-ESTOURO-SUPERADOS = 'S' THEN
               MOVE 'R' TO WS-OPERACAO-INDICE
               CALL 'INDEXAR-HIST'
                             USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                   WS-SEQ-HIST,
                                   WS-RETORNO-INDEXAR-HIST
            ELSE
               MOVE 'E' TO WS-OPERACAO-INDICE
               PERFORM VARYING WS-IDX-SUPERADO FROM 1 BY 1
                       UNTIL WS-IDX-SUPERADO > WS-QTD-SUPERADOS
                  MOVE WS-SUP-REGISTRO (WS-IDX-SUPERADO)
                    TO REG-NOTAS-HIST
                  CALL 'INDEXAR-HIST'
                                USING WS-OPERACAO-INDICE,
                                      REG-NOTAS-HIST,
                                      WS-SUP-SEQ (WS-IDX-SUPERADO),
                                      WS-RETORNO-INDEXAR-HIST
               END-PERFORM
            END-IF
            .
       P370-FIM.
      *-----------------------------------------------------------------
      * REMOVE POR COPIA OS BOLETINS DOS REGISTROS ESTORNADOS (MESMO
      * CASAMENTO DE CORRIGIR-NOTA: ALUNO/MATERIA + DATA/HORA).
      *-----------------------------------------------------------------
       P380-REMOVER-BOLETINS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT REPORT-CARD
            IF FS-BOLETIM NOT = '00' THEN
               CONTINUE
            ELSE
               OPEN OUTPUT BOLETIM-TRAB
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ REPORT-CARD
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM P385-FILTRAR-BOLETIM
                  END-READ
               END-PERFORM
               CLOSE REPORT-CARD
               CLOSE BOLETIM-TRAB

               MOVE 'N' TO WS-EOF
               OPEN INPUT BOLETIM-TRAB
               OPEN OUTPUT REPORT-CARD
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLETIM-TRAB
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE REG-BOLETIM-TRAB TO REG-BOLETIM
                           WRITE REG-BOLETIM
                  END-READ
               END-PERFORM
               CLOSE BOLETIM-TRAB
               CLOSE REPORT-CARD
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P380-FIM.
      *-----------------------------------------------------------------
       P385-FILTRAR-BOLETIM.
            MOVE 'N' TO WS-BOLETIM-SUPERADO
            PERFORM VARYING WS-IDX-SUPERADO FROM 1 BY 1
                    UNTIL WS-IDX-SUPERADO > WS-QTD-SUPERADOS
               IF BO-CD-STUDENT = WS-SUP-CD-STUDENT (WS-IDX-SUPERADO)
                  AND BO-CD-MATERIA = WS-MATERIA-FILTRO
                  AND BO-DATA-PROCESSAMENTO =
                      WS-SUP-DATA (WS-IDX-SUPERADO)
                  AND BO-HORA-PROCESSAMENTO =
                      WS-SUP-HORA (WS-IDX-SUPERADO) THEN
                  MOVE 'S' TO WS-BOLETIM-SUPERADO
               END-IF
            END-PERFORM
            IF WS-BOLETIM-SUPERADO = 'N' THEN
               MOVE SPACES TO REG-BOLETIM-TRAB
               MOVE REG-BOLETIM TO REG-BOLETIM-TRAB
               WRITE REG-BOLETIM-TRAB
            END-IF
            .
       P385-FIM.
      *-----------------------------------------------------------------
      * DEVOLVE O ARQUIVO DE TRABALHO PARA PENDENTES.TXT.
      *-----------------------------------------------------------------
       P400-DEVOLVER-PENDENTES.
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'APROVAR-NOTAS' TO LY-PROGRAMA
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
       END PROGRAM APROVAR-NOTAS.
