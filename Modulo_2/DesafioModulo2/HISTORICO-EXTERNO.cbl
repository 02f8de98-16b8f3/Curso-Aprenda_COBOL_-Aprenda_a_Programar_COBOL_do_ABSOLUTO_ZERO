      *          DE FORA. CADA CARGA DEIXA REGISTRO DA ESCOLA DE
      *          ORIGEM EM HISTORICOS-EXTERNOS.TXT, ALEM DO JORNAL E
      *          DA AUDITORIA DE CADA POSTAGEM.
      *          CADA POSTAGEM EH REFLETIDA NO CAMINHO DE ACESSO DIRETO
      *          DO HISTORICO (INDEXAR-HIST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * HISTORICO.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): HISTORICO DE ALUNO DE OUTRA UNIDADE NAO EH CARREGADO.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-NOME-ALUNO               PIC A(30)       VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-ALUNO            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       77 WS-ESCOLA-ORIGEM            PIC X(40)       VALUE SPACES.
       77 WS-CD-MATERIA               PIC X(05)       VALUE SPACES.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST):
      * CADA GRAVACAO EM NOTAS-HIST.TXT EH REFLETIDA NELE.
       77 WS-OPERACAO-INDICE          PIC X(01)       VALUE SPACE.
       77 WS-SEQ-HIST                 PIC 9(07)       VALUE 0.
       77 WS-RETORNO-INDEXAR-HIST     PIC 9(01)       VALUE 0.
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
            DISPLAY 'CARGA DE HISTORICO DE ESCOLA ANTERIOR'
            CALL 'LER-ESCALA'
                          USING WS-ESCALA-MAXIMO,
                       'CADASTRADO (VEJA PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-STUDENT-REL-KEY
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-ALUNO, WS-RETORNO-NORMALIZAR
            MOVE CD-TURMA TO WS-TURMA-ALUNO
            MOVE CD-UNIDADE TO WS-UNIDADE-ALUNO
            CLOSE STUDENT
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                          WS-UNIDADE-ALUNO,
                                          WS-RETORNO-UNIDADE
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - CARGA NEGADA'
               STOP RUN
            END-IF

            DISPLAY 'ALUNO: ' WS-STUDENT-REL-KEY ' - ' WS-NOME-ALUNO
            DISPLAY 'ESCOLA DE ORIGEM..............: '
               MOVE WS-STUDENT-REL-KEY    TO NH-CD-STUDENT
               MOVE WS-NOME-ALUNO         TO NH-NM-STUDENT
               MOVE WS-TURMA-ALUNO        TO NH-CD-TURMA
               MOVE WS-UNIDADE-ALUNO      TO NH-CD-UNIDADE
               MOVE WS-NOME-MATERIA       TO NH-NM-MATERIA
               MOVE WS-CD-MATERIA         TO NH-CD-MATERIA
               MOVE WS-MEDIA-DIGITADA     TO NH-MEDIA
      * CARGA - O REGISTRO 'X' CARIMBA ESSA ESCALA (VEJA NH-ESCALA).
               MOVE WS-ESCALA-MAXIMO      TO NH-ESCALA
               WRITE REG-NOTAS-HIST
               MOVE 'G' TO WS-OPERACAO-INDICE
               CALL 'INDEXAR-HIST'
                             USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                   WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST
               ADD 1 TO WS-QTD-POSTADOS

               MOVE 'HISTORICO-EXTERNO' TO JN-PROGRAMA
               SET JN-ARQ-NOTAS-HIST TO TRUE
               SET JN-OP-INCLUSAO TO TRUE
               MOVE SPACES TO JN-IMAGEM-ANTES
               MOVE SPACES TO JN-COMPLEMENTO-ANTES
               MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
               MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
               CALL 'GRAVAR-JORNAL'
                             USING REG-JORNAL, WS-RETORNO-JORNAL

            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'HISTORICO-EXTERNO' TO LY-PROGRAMA
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
       END PROGRAM HISTORICO-EXTERNO.
