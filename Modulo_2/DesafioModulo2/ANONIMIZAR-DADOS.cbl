      *              VIA REWRITE COM JORNAL, COMO TODA ALTERACAO DO
      *              MESTRE;
      *          2 - REMOVE OS RESPONSAVEIS DESSES ALUNOS
      *              (RESPONSAVEIS.TXT, COPIA SEM AS LINHAS), AS
      *              FICHAS DE SAUDE (FICHA-SAUDE.TXT, IDEM), O
      *              CADASTRO DE EDUCACAO ESPECIAL (AEE.TXT, IDEM), AS
      *              PESSOAS AUTORIZADAS/RESTRITAS NA SAIDA
      *              (AUTORIZADOS-SAIDA.TXT, IDEM), O CADASTRO DO BOLSA
      *              FAMILIA (BOLSA-FAMILIA.TXT, IDEM) E AS APURACOES
      *              BIMESTRAIS COM O NIS (FREQUENCIA-BOLSA.TXT, IDEM);
      *          3 - ANONIMIZA CANDIDATOS QUE NUNCA VIRARAM
      *              MATRICULA, COM INSCRICAO ANTERIOR AO CORTE;
      *          4 - ANONIMIZA O NOME NO HISTORICO DE NOTAS VIVO
      *              (COM JORNAL) E NOS ANOS ARQUIVADOS QUE O
      *              OPERADOR ESCOLHER (NOTAS-HIST-AAAA.TXT) - AS
      *              MEDIAS FICAM, O NOME SAI; NO VIVO, O CAMINHO DE
      *              ACESSO DIRETO AO HISTORICO EH REFEITO.
      *          TUDO SAI DOCUMENTADO EM CERTIFICADO-DESTRUICAO.TXT.
      *          ATENCAO: O NOME ANTIGO AINDA EXISTE NO JORNAL E NOS
      *          BACKUPS ANTERIORES - O CERTIFICADO LEMBRA DE GERAR
           '../../RESPONSAVEIS-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FICHA-FILE ASSIGN TO
           '../../FICHA-SAUDE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHA.

           SELECT FICHA-TRABALHO ASSIGN TO
           '../../FICHA-SAUDE-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AEE-FILE ASSIGN TO
           '../../AEE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AEE.

           SELECT AEE-TRABALHO ASSIGN TO
           '../../AEE-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTORIZADO-FILE ASSIGN TO
           '../../AUTORIZADOS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZADO.

           SELECT AUTORIZADO-TRABALHO ASSIGN TO
           '../../AUTORIZADOS-SAIDA-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BENEFICIARIO-FILE ASSIGN TO
           '../../BOLSA-FAMILIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BENEFICIARIO.

           SELECT BENEFICIARIO-TRABALHO ASSIGN TO
           '../../BOLSA-FAMILIA-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FREQ-BOLSA-FILE ASSIGN TO
           '../../FREQUENCIA-BOLSA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FREQ-BOLSA.

           SELECT FREQ-BOLSA-TRABALHO ASSIGN TO
           '../../FREQUENCIA-BOLSA-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANDIDATO-FILE ASSIGN TO
           '../../CANDIDATOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD RESP-TRABALHO.
       01 REG-RESP-TRAB            PIC X(133).
       FD FICHA-FILE.
           COPY FICHA-SAUDE-RECORD.
       FD FICHA-TRABALHO.
       01 REG-FICHA-TRAB           PIC X(246).
       FD AEE-FILE.
           COPY AEE-RECORD.
       FD AEE-TRABALHO.
       01 REG-AEE-TRAB             PIC X(134).
       FD AUTORIZADO-FILE.
           COPY AUTORIZADO-SAIDA-RECORD.
       FD AUTORIZADO-TRABALHO.
       01 REG-AUTORIZADO-TRAB      PIC X(116).
       FD BENEFICIARIO-FILE.
           COPY BENEFICIARIO-BF-RECORD.
       FD BENEFICIARIO-TRABALHO.
       01 REG-BENEFICIARIO-TRAB    PIC X(33).
       FD FREQ-BOLSA-FILE.
           COPY FREQ-BOLSA-RECORD.
       FD FREQ-BOLSA-TRABALHO.
       01 REG-FREQ-BOLSA-TRAB      PIC X(56).
       FD CANDIDATO-FILE.
           COPY CANDIDATO-RECORD.
       FD CAND-TRABALHO.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD HIST-TRABALHO.
       01 REG-HIST-TRAB            PIC X(122).
       FD CERTIFICADO-FILE.
       01 REC-CERTIFICADO          PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 FS-FICHA                    PIC X(02)       VALUE SPACES.
       77 FS-AEE                      PIC X(02)       VALUE SPACES.
       77 FS-AUTORIZADO               PIC X(02)       VALUE SPACES.
       77 FS-BENEFICIARIO             PIC X(02)       VALUE SPACES.
       77 FS-FREQ-BOLSA               PIC X(02)       VALUE SPACES.
       77 FS-CANDIDATO                PIC X(02)       VALUE SPACES.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): O EXPURGO PASSA
      * PELO CADASTRO DA REDE INTEIRA E SO RODA PARA O OPERADOR DA
      * REDE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
       77 WS-NOME-HISTORICO           PIC X(40)       VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
           02 WS-ALUNO-ITEM OCCURS 500 TIMES.
              03 WS-ALU-CD            PIC 9(05).
       77 WS-QTD-RESP-REMOVIDOS       PIC 9(05)       VALUE 0.
       77 WS-QTD-FICHAS-REMOVIDAS     PIC 9(05)       VALUE 0.
       77 WS-QTD-AEE-REMOVIDOS        PIC 9(05)       VALUE 0.
       77 WS-QTD-AUTORIZ-REMOVIDOS    PIC 9(05)       VALUE 0.
       77 WS-QTD-BENEF-REMOVIDOS      PIC 9(05)       VALUE 0.
       77 WS-QTD-FREQ-BOLSA-REMOVIDAS PIC 9(05)       VALUE 0.
       77 WS-QTD-CANDIDATOS           PIC 9(05)       VALUE 0.
       77 WS-QTD-HIST-VIVO            PIC 9(07)       VALUE 0.
       77 WS-QTD-HIST-MORTO           PIC 9(07)       VALUE 0.
      * HISTORICO VIVO SAO JORNALADOS COMO EM QUALQUER REGRAVACAO.
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
      * CAMINHO DE ACESSO DIRETO AO HISTORICO (VEJA INDEXAR-HIST).
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
            DISPLAY 'EXPURGO DE RETENCAO DE DADOS PESSOAIS'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
               DISPLAY 'EXPURGO RESTRITO A ADMINISTRADOR'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               DISPLAY 'EXPURGO DA REDE - SO O ADMINISTRADOR DA REDE '
                       '(TODAS AS UNIDADES) RODA'
               STOP RUN
            END-IF

            DISPLAY 'DATA DE CORTE (DDMMAAAA) - SITUACAO ANTERIOR '
                    'A ELA EH EXPURGAVEL: '
               DISPLAY 'NENHUM ALUNO NA FAIXA DO CORTE - NADA FEITO'
            ELSE
               PERFORM P200-REMOVER-RESPONSAVEIS
               PERFORM P250-REMOVER-FICHAS-SAUDE
               PERFORM P262-REMOVER-CADASTRO-AEE
               PERFORM P270-REMOVER-AUTORIZADOS
               PERFORM P290-REMOVER-BOLSA-FAMILIA
               PERFORM P400-ANONIMIZAR-HIST-VIVO
               IF WS-ANO-DE > 0 THEN
                  PERFORM VARYING WS-ANO-CORRENTE FROM WS-ANO-DE
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * FICHA DE SAUDE DOS ALUNOS EXPURGADOS: DADO SENSIVEL, A LINHA
      * INTEIRA SAI (MESMA COPIA DOS RESPONSAVEIS).
      *-----------------------------------------------------------------
       P250-REMOVER-FICHAS-SAUDE.
            OPEN INPUT FICHA-FILE
            IF FS-FICHA = '00' THEN
               PERFORM P260-COPIAR-FICHAS-SAUDE
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P260-COPIAR-FICHAS-SAUDE.
            MOVE 'N' TO WS-EOF
            OPEN OUTPUT FICHA-TRABALHO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ FICHA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE SA-CD-STUDENT TO WS-STUDENT-REL-KEY
                        PERFORM P150-PROCURAR-NA-LISTA
                        IF WS-ALUNO-NA-LISTA = 1 THEN
                           ADD 1 TO WS-QTD-FICHAS-REMOVIDAS
                        ELSE
                           MOVE REG-FICHA-SAUDE TO REG-FICHA-TRAB
                           WRITE REG-FICHA-TRAB
                        END-IF
               END-READ
            END-PERFORM
            CLOSE FICHA-FILE
            CLOSE FICHA-TRABALHO

            MOVE 'N' TO WS-EOF
            OPEN INPUT FICHA-TRABALHO
            OPEN OUTPUT FICHA-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ FICHA-TRABALHO
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-FICHA-TRAB TO REG-FICHA-SAUDE
                        WRITE REG-FICHA-SAUDE
               END-READ
            END-PERFORM
            CLOSE FICHA-TRABALHO
            CLOSE FICHA-FILE
            MOVE 'N' TO WS-EOF
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * CADASTRO DE AEE DOS ALUNOS EXPURGADOS: CONDICAO DE DEFICIENCIA
      * E PEI SAO DADO SENSIVEL - A LINHA INTEIRA SAI (MESMA COPIA).
      *-----------------------------------------------------------------
       P262-REMOVER-CADASTRO-AEE.
            OPEN INPUT AEE-FILE
            IF FS-AEE = '00' THEN
               PERFORM P264-COPIAR-CADASTRO-AEE
            END-IF
            .
       P262-FIM.
      *-----------------------------------------------------------------
       P264-COPIAR-CADASTRO-AEE.
            MOVE 'N' TO WS-EOF
            OPEN OUTPUT AEE-TRABALHO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ AEE-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE EE-CD-STUDENT TO WS-STUDENT-REL-KEY
                        PERFORM P150-PROCURAR-NA-LISTA
                        IF WS-ALUNO-NA-LISTA = 1 THEN
                           ADD 1 TO WS-QTD-AEE-REMOVIDOS
                        ELSE
                           MOVE REG-AEE TO REG-AEE-TRAB
                           WRITE REG-AEE-TRAB
                        END-IF
               END-READ
            END-PERFORM
            CLOSE AEE-FILE
            CLOSE AEE-TRABALHO

            MOVE 'N' TO WS-EOF
            OPEN INPUT AEE-TRABALHO
            OPEN OUTPUT AEE-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ AEE-TRABALHO
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-AEE-TRAB TO REG-AEE
                        WRITE REG-AEE
               END-READ
            END-PERFORM
            CLOSE AEE-TRABALHO
            CLOSE AEE-FILE
            MOVE 'N' TO WS-EOF
            .
       P264-FIM.
      *-----------------------------------------------------------------
      * AUTORIZADOS/RESTRITOS NA SAIDA DOS ALUNOS EXPURGADOS: NOME E
      * DOCUMENTO DE TERCEIROS - A LINHA INTEIRA SAI (MESMA COPIA).
      *-----------------------------------------------------------------
       P270-REMOVER-AUTORIZADOS.
            OPEN INPUT AUTORIZADO-FILE
            IF FS-AUTORIZADO = '00' THEN
               PERFORM P280-COPIAR-AUTORIZADOS
            END-IF
            .
       P270-FIM.
      *-----------------------------------------------------------------
       P280-COPIAR-AUTORIZADOS.
            MOVE 'N' TO WS-EOF
            OPEN OUTPUT AUTORIZADO-TRABALHO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ AUTORIZADO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE AZ-CD-STUDENT TO WS-STUDENT-REL-KEY
                        PERFORM P150-PROCURAR-NA-LISTA
                        IF WS-ALUNO-NA-LISTA = 1 THEN
                           ADD 1 TO WS-QTD-AUTORIZ-REMOVIDOS
                        ELSE
                           MOVE REG-AUTORIZADO-SAIDA
                             TO REG-AUTORIZADO-TRAB
                           WRITE REG-AUTORIZADO-TRAB
                        END-IF
               END-READ
            END-PERFORM
            CLOSE AUTORIZADO-FILE
            CLOSE AUTORIZADO-TRABALHO

            MOVE 'N' TO WS-EOF
            OPEN INPUT AUTORIZADO-TRABALHO
            OPEN OUTPUT AUTORIZADO-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ AUTORIZADO-TRABALHO
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-AUTORIZADO-TRAB
                          TO REG-AUTORIZADO-SAIDA
                        WRITE REG-AUTORIZADO-SAIDA
               END-READ
            END-PERFORM
            CLOSE AUTORIZADO-TRABALHO
            CLOSE AUTORIZADO-FILE
            MOVE 'N' TO WS-EOF
            .
       P280-FIM.
      *-----------------------------------------------------------------
      * BOLSA FAMILIA DOS ALUNOS EXPURGADOS: O NIS EH DADO PESSOAL -
      * SAEM O CADASTRO E AS APURACOES BIMESTRAIS (MESMA COPIA).
      *-----------------------------------------------------------------
       P290-REMOVER-BOLSA-FAMILIA.
            OPEN INPUT BENEFICIARIO-FILE
            IF FS-BENEFICIARIO = '00' THEN
               PERFORM P292-COPIAR-BENEFICIARIOS
            END-IF
            OPEN INPUT FREQ-BOLSA-FILE
            IF FS-FREQ-BOLSA = '00' THEN
               PERFORM P294-COPIAR-FREQ-BOLSA
            END-IF
            .
       P290-FIM.
      *-----------------------------------------------------------------
       P292-COPIAR-BENEFICIARIOS.
            MOVE 'N' TO WS-EOF
            OPEN OUTPUT BENEFICIARIO-TRABALHO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ BENEFICIARIO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE BF-CD-STUDENT TO WS-STUDENT-REL-KEY
                        PERFORM P150-PROCURAR-NA-LISTA
                        IF WS-ALUNO-NA-LISTA = 1 THEN
                           ADD 1 TO WS-QTD-BENEF-REMOVIDOS
                        ELSE
                           MOVE REG-BENEFICIARIO-BF
                             TO REG-BENEFICIARIO-TRAB
                           WRITE REG-BENEFICIARIO-TRAB
                        END-IF
               END-READ
            END-PERFORM
            CLOSE BENEFICIARIO-FILE
            CLOSE BENEFICIARIO-TRABALHO

            MOVE 'N' TO WS-EOF
            OPEN INPUT BENEFICIARIO-TRABALHO
            OPEN OUTPUT BENEFICIARIO-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ BENEFICIARIO-TRABALHO
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-BENEFICIARIO-TRAB
                          TO REG-BENEFICIARIO-BF
                        WRITE REG-BENEFICIARIO-BF
               END-READ
            END-PERFORM
            CLOSE BENEFICIARIO-TRABALHO
            CLOSE BENEFICIARIO-FILE
            MOVE 'N' TO WS-EOF
            .
       P292-FIM.
      *-----------------------------------------------------------------
       P294-COPIAR-FREQ-BOLSA.
            MOVE 'N' TO WS-EOF
            OPEN OUTPUT FREQ-BOLSA-TRABALHO
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ FREQ-BOLSA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE FB-CD-STUDENT TO WS-STUDENT-REL-KEY
                        PERFORM P150-PROCURAR-NA-LISTA
                        IF WS-ALUNO-NA-LISTA = 1 THEN
                           ADD 1 TO WS-QTD-FREQ-BOLSA-REMOVIDAS
                        ELSE
                           MOVE REG-FREQ-BOLSA
                             TO REG-FREQ-BOLSA-TRAB
                           WRITE REG-FREQ-BOLSA-TRAB
                        END-IF
               END-READ
            END-PERFORM
            CLOSE FREQ-BOLSA-FILE
            CLOSE FREQ-BOLSA-TRABALHO

            MOVE 'N' TO WS-EOF
            OPEN INPUT FREQ-BOLSA-TRABALHO
            OPEN OUTPUT FREQ-BOLSA-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ FREQ-BOLSA-TRABALHO
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-FREQ-BOLSA-TRAB
                          TO REG-FREQ-BOLSA
                        WRITE REG-FREQ-BOLSA
               END-READ
            END-PERFORM
            CLOSE FREQ-BOLSA-TRABALHO
            CLOSE FREQ-BOLSA-FILE
            MOVE 'N' TO WS-EOF
            .
       P294-FIM.
      *-----------------------------------------------------------------
      * CANDIDATO QUE NUNCA VIROU MATRICULA E CUJA INSCRICAO EH
      * ANTERIOR AO CORTE: NOME, NASCIMENTO, RESPONSAVEL E TELEFONE
      * SAO ANONIMIZADOS - O REGISTRO FICA (AS ESTATISTICAS DE
            END-STRING
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM P003-CONFERIR-HISTORICO
               PERFORM P410-COPIAR-HIST-VIVO
            END-IF
            .
                           NH-NM-STUDENT NOT = 'ANONIMIZADO' THEN
                           MOVE SPACES TO JN-IMAGEM-ANTES
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-ANTES
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-ANTES
                           MOVE 'ANONIMIZADO' TO NH-NM-STUDENT
                           ADD 1 TO WS-QTD-HIST-VIVO
                           MOVE 'ANONIMIZAR-DADOS' TO JN-PROGRAMA
                           SET JN-OP-REGRAVACAO TO TRUE
                           MOVE SPACES TO JN-IMAGEM-DEPOIS
                           MOVE REG-NOTAS-HIST TO JN-IMAGEM-DEPOIS
                           MOVE NH-CD-UNIDADE TO JN-COMPLEMENTO-DEPOIS
                           CALL 'GRAVAR-JORNAL'
                                         USING REG-JORNAL,
                                               WS-RETORNO-JORNAL
            CLOSE HIST-TRABALHO
            CLOSE NOTAS-HIST
            MOVE 'N' TO WS-EOF
      * O NOME TAMBEM SAI DAS IMAGENS DO CAMINHO DE ACESSO DIRETO.
            MOVE 'R' TO WS-OPERACAO-INDICE
            CALL 'INDEXAR-HIST'
                          USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST
            .
       P410-FIM.
      *-----------------------------------------------------------------
            END-STRING
            OPEN INPUT NOTAS-HIST
            IF FS-HIST = '00' THEN
               PERFORM P003-CONFERIR-HISTORICO
               PERFORM P510-COPIAR-HIST-MORTO
            END-IF
            .
      *-----------------------------------------------------------------
       P900-GERAR-CERTIFICADO.
            OPEN OUTPUT CERTIFICADO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CERTIFICADO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'CERTIFICADO DE DESTRUICAO DE DADOS PESSOAIS - '
                   WS-DATA-HOJE ' ' WS-HORA-AGORA
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'FICHAS DE SAUDE REMOVIDAS........: '
                   WS-QTD-FICHAS-REMOVIDAS
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'CADASTROS DE AEE REMOVIDOS.......: '
                   WS-QTD-AEE-REMOVIDOS
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'AUTORIZADOS DE SAIDA REMOVIDOS...: '
                   WS-QTD-AUTORIZ-REMOVIDOS
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'BENEFICIARIOS BOLSA FAMILIA......: '
                   WS-QTD-BENEF-REMOVIDOS
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'APURACOES BOLSA FAMILIA REMOVIDAS: '
                   WS-QTD-FREQ-BOLSA-REMOVIDAS
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            END-STRING
            WRITE REC-CERTIFICADO
            MOVE SPACES TO REC-CERTIFICADO
            STRING 'CANDIDATOS ANONIMIZADOS..........: '
                   WS-QTD-CANDIDATOS
                   DELIMITED BY SIZE INTO REC-CERTIFICADO
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ANONIMIZAR-DADOS' TO LY-PROGRAMA
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
      * HISTORICO (VIVO OU ANO ARQUIVADO) ABERTO: O CARIMBO DELE TEM
      * QUE SER DA VERSAO COMPILADA ANTES DA PRIMEIRA LEITURA (VEJA
      * CONFERIR-LAYOUT E CONVERTER-LAYOUT).
      *-----------------------------------------------------------------
       P003-CONFERIR-HISTORICO.
            SET LY-CONFERIR TO TRUE
            MOVE 'ANONIMIZAR-DADOS' TO LY-PROGRAMA
            MOVE WS-NOME-HISTORICO TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA
            .
       P003-FIM.
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
       END PROGRAM ANONIMIZAR-DADOS.
