      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: SEGUNDA CHAMADA DE AVALIACAO PERDIDA: O ALUNO QUE
      *          PERDE UMA PROVA COM JUSTIFICATIVA TEM DIREITO A
      *          SEGUNDA CHAMADA, NAO A ISENCAO - E A PROVA PERDIDA
      *          OU VIRAVA ZERO OU ISENTA NO RECEBER-NOTAS, AS DUAS
      *          DISTORCENDO A MEDIA. AQUI O PEDIDO EH REGISTRADO POR
      *          ALUNO/MATERIA/PERIODO E INDICE DA AVALIACAO
      *          (ND-IDX-AVALIACAO DO NOTAS-DETALHE.TXT) EM
      *          SEGUNDAS-CHAMADAS.TXT (VEJA SEGUNDA-CHAMADA-
      *          RECORD.CPY); A COORDENACAO DEFERE COM A DATA
      *          AGENDADA (CONFERIDA NO CALENDARIO ESCOLAR) OU
      *          INDEFERE; QUANDO A NOTA CHEGA, AS NOTAS DO ULTIMO
      *          LANCAMENTO APROVADO SAO REMONTADAS COM A NOVA NOTA NO
      *          LUGAR DA PERDIDA, A MEDIA EH RECALCULADA PELO
      *          CALCULAR-MEDIA (STATUS/CONCEITO PELO PARTE-DOIS-
      *          RESULTADO) E O RESULTADO VAI PARA PENDENTES.TXT COM
      *          NOVO DETALHE - O APROVAR-NOTAS POSTA COMO QUALQUER
      *          LOTE E ESTORNA O RESULTADO ANTERIOR. TAMBEM EMITE A
      *          LISTA DOS PEDIDOS AINDA NAO REALIZADOS NO PERIODO
      *          (SEGUNDAS-CHAMADAS-PENDENTES.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUNDA-CHAMADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGUNDA-FILE ASSIGN TO
           '../../SEGUNDAS-CHAMADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEGUNDA.

           SELECT SEGUNDA-TRAB ASSIGN TO
           '../../SEGUNDAS-CHAMADAS-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDENTES-FILE ASSIGN TO
           '../../PENDENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDENTES.

           SELECT DETALHE-FILE ASSIGN TO
           '../../NOTAS-DETALHE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETALHE.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../SEGUNDAS-CHAMADAS-PENDENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SEGUNDA-FILE.
           COPY SEGUNDA-CHAMADA-RECORD.
       FD SEGUNDA-TRAB.
       01 REG-SEGUNDA-TRAB         PIC X(137).
       FD PENDENTES-FILE.
           COPY PENDENTE-RECORD.
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-SEGUNDA                  PIC X(02)       VALUE SPACES.
       77 FS-PENDENTES                PIC X(02)       VALUE SPACES.
       77 FS-DETALHE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
      * PEDIDO EH DE QUALQUER OPERADOR CADASTRADO; DECISAO E
      * LANCAMENTO DA NOTA SAO DE COORDENADOR PARA CIMA (O LANCAMENTO
      * AINDA PASSA PELA APROVACAO DO LOTE NO APROVAR-NOTAS).
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (SELECIONAR-UNIDADE; BRANCO =
      * TODAS): PEDIDO DE TURMA DE OUTRA UNIDADE NAO EH REGISTRADO,
      * DECIDIDO, LANCADO NEM LISTADO POR ELE. A ULTIMA TURMA BUSCADA
      * FICA GUARDADA COM A UNIDADE E O REGIME (VEJA P820).
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-CD-STUDENT-FILTRO        PIC 9(05)       VALUE 0.
       77 WS-CD-MATERIA-FILTRO        PIC X(05)       VALUE SPACES.
       77 WS-ANO-FILTRO               PIC 9(04)       VALUE 0.
       77 WS-BIMESTRE-FILTRO          PIC 9(01)       VALUE 0.
       77 WS-IDX-AVALIACAO            PIC 9(02)       VALUE 0.
      * MARCA DE AVALIACAO ADAPTADA DE CADA NOTA (ND-ADAPTADA) - FORA
      * DE WS-NOTAS, QUE VAI INTEIRO PARA CALCULAR-MEDIA. AS NOTAS
      * REMONTADAS TRAZEM A MARCA DO DETALHE; A DA SEGUNDA CHAMADA
      * SAI DO CADASTRO DE AEE (CONSULTAR-AEE).
       01 WS-TABELA-ADAPTADA.
           03 WS-NOTA-ADAPTADA OCCURS 10 TIMES
                                   PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-AEE              PIC 9(01)       VALUE 1.
       77 WS-DATA-HOJE-AEE            PIC 9(08)       VALUE 0.
       77 WS-ID-PEDIDO                PIC 9(05)       VALUE 0.
       77 WS-PROXIMO-ID               PIC 9(05)       VALUE 0.
       77 WS-DATA-PEDIDO              PIC 9(08)       VALUE 0.
       77 WS-DATA-AGENDADA            PIC 9(08)       VALUE 0.
       77 WS-JUSTIFICATIVA            PIC X(40)       VALUE SPACES.
       77 WS-DECISAO                  PIC X(01)       VALUE SPACE.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
      * HOJE TAMBEM EM DDMMAAAA - O PADRAO DAS DATAS DO PEDIDO.
       77 WS-DATA-HOJE-DDMM           PIC 9(08)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
           COPY FORMATOS-DATA.
      * CALENDARIO ESCOLAR (VEJA CONSULTAR-CALENDARIO): A DATA
      * AGENDADA TEM QUE SER DIA LETIVO.
       77 WS-TIPO-DIA                 PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-CALENDARIO       PIC 9(01)       VALUE 0.
      * LANCAMENTO DE ORIGEM: O ULTIMO PENDENTE NAO DEVOLVIDO DO
      * ALUNO/MATERIA/PERIODO (VALE O ULTIMO NA ORDEM DO ARQUIVO) E O
      * PEDIDO LOCALIZADO PARA DECISAO/LANCAMENTO.
       01 WS-PENDENTE-ORIGEM          PIC X(235)      VALUE SPACES.
       77 WS-ACHOU-LANCAMENTO         PIC 9(01)       VALUE 0.
       01 WS-PEDIDO-ACHADO            PIC X(137)      VALUE SPACES.
       77 WS-ACHOU-PEDIDO             PIC 9(01)       VALUE 0.
       77 WS-SITUACAO-PROCURADA       PIC X(01)       VALUE SPACE.
       77 WS-PEDIDO-DUPLICADO         PIC 9(01)       VALUE 0.
      * NOTAS DO LANCAMENTO REMONTADAS DO NOTAS-DETALHE.TXT.
       77 WS-QTD-DETALHE              PIC 9(02)       VALUE 0.
       77 WS-IDX-NOTA                 PIC 9(02)       VALUE 0.
       77 WS-NOTA-SEGUNDA             PIC 9(03)V9(01) VALUE 0.
       77 WS-NOTA-EDT                 PIC ZZ9.9.
       77 WS-ESCALA-MAXIMO            PIC 9(03)       VALUE 100.
       77 WS-RETORNO-CALCULO          PIC 9(01)       VALUE 0.
       77 WS-STATUS-ALUNO             PIC A(11)       VALUE SPACES.
       77 WS-CONCEITO-ALUNO           PIC A(01)       VALUE SPACE.
       77 WS-REPROVADO-POR-FALTA      PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-PARTE-DOIS       PIC 9(01)       VALUE 0.
       77 WS-MODO-SILENCIOSO          PIC X(01)       VALUE 'S'.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-DATA-PROCESSAMENTO       PIC 9(08)       VALUE 0.
       77 WS-HORA-PROCESSAMENTO       PIC 9(08)       VALUE 0.
      * LISTA DE PEDIDOS NAO REALIZADOS NO PERIODO: CADA PEDIDO EH
      * CONFERIDO CONTRA O PERIODO CORRENTE DO REGIME DA SUA TURMA
      * (SEMESTRAL/EJA OU BIMESTRAL - VEJA LER-PERIODO-REGIME); SEM
      * NENHUM DOS DOIS CADASTRADO, O PERIODO EH DIGITADO.
           COPY PERIODO-RECORD.
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
       77 WS-RETORNO-PERIODO-SEM      PIC 9(01)       VALUE 0.
       77 WS-REGIME-PERIODO           PIC X(01)       VALUE 'S'.
       77 WS-REGIME-TURMA             PIC X(01)       VALUE 'B'.
       77 WS-PERIODO-OK               PIC X(01)       VALUE 'S'.
       77 WS-PERIODO-DIGITADO         PIC X(01)       VALUE 'N'.
       01 WS-PERIODO-BIMESTRAL        PIC X(07)       VALUE SPACES.
       01 WS-PERIODO-SEMESTRAL        PIC X(07)       VALUE SPACES.
       77 WS-DESC-PERIODO-B           PIC X(16)       VALUE SPACES.
       77 WS-DESC-PERIODO-S           PIC X(16)       VALUE SPACES.
       77 WS-DATA-AGENDADA-AAAA       PIC 9(08)       VALUE 0.
       77 WS-QTD-AGUARDANDO           PIC 9(05)       VALUE 0.
       77 WS-QTD-AGENDADAS            PIC 9(05)       VALUE 0.
       77 WS-QTD-VENCIDAS             PIC 9(05)       VALUE 0.
      * TOTAIS DE GRAVACAO (VEJA REGISTRAR-TOTAIS E BALANCO-DIARIO):
      * O PENDENTE DA SEGUNDA CHAMADA ENTRA NA CONTAGEM DO DIA.
       77 WS-PROGRAMA-TOTAL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-TOTAL            PIC X(20)       VALUE SPACES.
       77 WS-QTD-GRAVADOS-TOTAL       PIC 9(07)       VALUE 0.
       77 WS-DATA-TOTAL               PIC 9(08)       VALUE 0.
       77 WS-RETORNO-TOTAIS           PIC 9(01)       VALUE 0.
      * TRAVA - ESTE PROGRAMA ANEXA PENDENTES.TXT E NOTAS-DETALHE.TXT.
       77 WS-FORCAR-TRAVA             PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.

      * GRUPO COMPARTILHADO NO LAYOUT DE PRINCIPAL (CALCULAR-MEDIA E
      * PARTE-DOIS-RESULTADO RECEBEM EXATAMENTE ESTES CAMPOS).
       01 WS-NOTAS.
           03 WS-QTD-NOTAS            PIC 9(02)       VALUE 3.
           03 WS-NOTA OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
                                   PIC 9(03)V9(01) COMP-3 VALUE 0.
           03 WS-PESO OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
                                   PIC 9(01)V9(01) COMP-3 VALUE 1.
           03 WS-RESULTADO        PIC 9(03)V9(01) COMP-3 VALUE 0.
           03 WS-LIMIAR-APROVACAO PIC 9(03)V9(01) COMP-3 VALUE 70.
           03 WS-LIMIAR-RECUPERACAO
                                  PIC 9(03)V9(01) COMP-3 VALUE 50.
           03 WS-APLICAR-RECUPERACAO  PIC X(01)       VALUE 'N'.
           03 WS-NOTA-RECUPERACAO PIC 9(03)V9(01) COMP-3 VALUE 0.
           03 WS-TIPO-AVALIACAO OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
                                   PIC 9(01)       VALUE 1.
           03 WS-NOTA-ISENTA OCCURS 3 TO 10 TIMES
                      DEPENDING ON WS-QTD-NOTAS
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
            DISPLAY 'SEGUNDA CHAMADA DE AVALIACOES'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
            IF WS-RETORNO-VALIDAR-OP = 1 THEN
               DISPLAY 'OPERADOR NAO CADASTRADO OU DESATIVADO - '
                       'PROCURE O ADMINISTRADOR (PROGARQ010)'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET FORMATO-AAAAMMDD TO TRUE
            MOVE WS-DATA-HOJE TO WS-DATA-TRABALHO
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-HOJE-DDMM =
                    (WS-DIA * 1000000) + (WS-MES * 10000) + WS-ANO
            SET FORMATO-DDMMAAAA TO TRUE

            DISPLAY '1 - REGISTRAR PEDIDO DE SEGUNDA CHAMADA'
            DISPLAY '2 - DECIDIR PEDIDO (AGENDAR/INDEFERIR)'
            DISPLAY '3 - LANCAR NOTA DA SEGUNDA CHAMADA'
            DISPLAY '4 - LISTA DE PEDIDOS NAO REALIZADOS NO PERIODO'
            DISPLAY 'OPCAO: '
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P100-REGISTRAR-PEDIDO
               WHEN 2
                  PERFORM P200-DECIDIR-PEDIDO
               WHEN 3
                  PERFORM P300-LANCAR-NOTA
               WHEN 4
                  PERFORM P800-RELATORIO-PENDENTES
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA - NADA FEITO'
            END-EVALUATE

            STOP RUN.
      *-----------------------------------------------------------------
      * REGISTRO DO PEDIDO: O LANCAMENTO DO ALUNO/MATERIA/PERIODO TEM
      * QUE EXISTIR (PENDENTE OU APROVADO) COM O DETALHE DAS NOTAS -
      * O PEDIDO APONTA PARA UMA AVALIACAO DAQUELE LANCAMENTO.
      *-----------------------------------------------------------------
       P100-REGISTRAR-PEDIDO.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-STUDENT-FILTRO
            DISPLAY 'CODIGO DA MATERIA.............: '
            ACCEPT WS-CD-MATERIA-FILTRO
            DISPLAY 'ANO LETIVO DO LANCAMENTO......: '
            ACCEPT WS-ANO-FILTRO
            DISPLAY 'BIMESTRE DO LANCAMENTO........: '
            ACCEPT WS-BIMESTRE-FILTRO

            PERFORM P150-LOCALIZAR-LANCAMENTO
            IF WS-ACHOU-LANCAMENTO = 1 THEN
               PERFORM P160-CARREGAR-NOTAS
               MOVE PD-CD-TURMA TO WS-TURMA-UNIDADE
               PERFORM P820-TURMA-DO-PEDIDO
            END-IF

            EVALUATE TRUE
               WHEN WS-ACHOU-LANCAMENTO = 0
                  DISPLAY 'NENHUM LANCAMENTO ENCONTRADO PARA ESSE '
                          'ALUNO/MATERIA/PERIODO - PEDIDO RECUSADO'
               WHEN WS-RETORNO-UNIDADE NOT = 0
                  DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - PEDIDO '
                          'RECUSADO'
               WHEN WS-QTD-DETALHE = 0
                  DISPLAY 'LANCAMENTO SEM O DETALHE DAS NOTAS '
                          '(NOTAS-DETALHE.TXT) - PEDIDO RECUSADO'
               WHEN OTHER
                  PERFORM P110-ACEITAR-PEDIDO
            END-EVALUATE
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-ACEITAR-PEDIDO.
            DISPLAY 'NOTAS DO LANCAMENTO (* = ISENTA POR ATESTADO):'
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > WS-QTD-DETALHE
               MOVE WS-NOTA (WS-IDX-NOTA) TO WS-NOTA-EDT
               IF WS-NOTA-ISENTA (WS-IDX-NOTA) = 'S' THEN
                  DISPLAY '  AVALIACAO ' WS-IDX-NOTA ': '
                          WS-NOTA-EDT ' *'
               ELSE
                  DISPLAY '  AVALIACAO ' WS-IDX-NOTA ': '
                          WS-NOTA-EDT
               END-IF
            END-PERFORM

            DISPLAY 'AVALIACAO PERDIDA (INDICE)....: '
            ACCEPT WS-IDX-AVALIACAO
            IF WS-IDX-AVALIACAO IS NUMERIC AND
               WS-IDX-AVALIACAO > 0 AND
               WS-IDX-AVALIACAO <= WS-QTD-DETALHE THEN
               PERFORM P115-CONFERIR-DUPLICADO
            ELSE
               MOVE 9 TO WS-PEDIDO-DUPLICADO
            END-IF

            EVALUATE WS-PEDIDO-DUPLICADO
               WHEN 9
                  DISPLAY 'INDICE DE AVALIACAO INVALIDO - PEDIDO '
                          'RECUSADO'
               WHEN 1
                  DISPLAY 'JA EXISTE PEDIDO EM ANDAMENTO PARA ESSA '
                          'AVALIACAO - PEDIDO RECUSADO'
               WHEN OTHER
                  PERFORM P118-ACEITAR-DADOS-PEDIDO
                  PERFORM P120-GRAVAR-PEDIDO
            END-EVALUATE
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * UM SO PEDIDO EM ANDAMENTO (AGUARDANDO OU AGENDADO) POR
      * AVALIACAO DO ALUNO/MATERIA/PERIODO.
      *-----------------------------------------------------------------
       P115-CONFERIR-DUPLICADO.
            MOVE 0 TO WS-PEDIDO-DUPLICADO
            MOVE 'N' TO WS-EOF
            OPEN INPUT SEGUNDA-FILE
            IF FS-SEGUNDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SEGUNDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF SG-CD-STUDENT = WS-CD-STUDENT-FILTRO AND
                              SG-CD-MATERIA = WS-CD-MATERIA-FILTRO AND
                              SG-ANO-LETIVO = WS-ANO-FILTRO AND
                              SG-BIMESTRE = WS-BIMESTRE-FILTRO AND
                              SG-IDX-AVALIACAO = WS-IDX-AVALIACAO AND
                              (SG-AGUARDANDO OR SG-AGENDADA) THEN
                              MOVE 1 TO WS-PEDIDO-DUPLICADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SEGUNDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P115-FIM.
      *-----------------------------------------------------------------
       P118-ACEITAR-DADOS-PEDIDO.
            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA DO PEDIDO (DDMMAAAA).....: '
               ACCEPT WS-DATA-PEDIDO
               MOVE WS-DATA-PEDIDO TO WS-DATA-TRABALHO
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES,
                             WS-ANO
               CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                             WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-JUSTIFICATIVA
            PERFORM WITH TEST BEFORE UNTIL WS-JUSTIFICATIVA NOT = SPACES
               DISPLAY 'JUSTIFICATIVA DA FALTA........: '
               ACCEPT WS-JUSTIFICATIVA
               IF WS-JUSTIFICATIVA = SPACES THEN
                  DISPLAY 'SEGUNDA CHAMADA EXIGE JUSTIFICATIVA'
               END-IF
            END-PERFORM
            .
       P118-FIM.
      *-----------------------------------------------------------------
       P120-GRAVAR-PEDIDO.
            MOVE 0 TO WS-PROXIMO-ID
            MOVE 'N' TO WS-EOF
            OPEN INPUT SEGUNDA-FILE
            IF FS-SEGUNDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SEGUNDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF SG-ID > WS-PROXIMO-ID THEN
                              MOVE SG-ID TO WS-PROXIMO-ID
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SEGUNDA-FILE
            END-IF
            ADD 1 TO WS-PROXIMO-ID
            MOVE 'N' TO WS-EOF

            MOVE WS-PENDENTE-ORIGEM TO REG-PENDENTE
            OPEN EXTEND SEGUNDA-FILE
            IF FS-SEGUNDA = '35' THEN
               OPEN OUTPUT SEGUNDA-FILE
            END-IF
            INITIALIZE REG-SEGUNDA-CHAMADA
            MOVE WS-PROXIMO-ID        TO SG-ID
            MOVE WS-CD-STUDENT-FILTRO TO SG-CD-STUDENT
            MOVE PD-CD-TURMA          TO SG-CD-TURMA
            MOVE WS-CD-MATERIA-FILTRO TO SG-CD-MATERIA
            MOVE WS-ANO-FILTRO        TO SG-ANO-LETIVO
            MOVE WS-BIMESTRE-FILTRO   TO SG-BIMESTRE
            MOVE WS-IDX-AVALIACAO     TO SG-IDX-AVALIACAO
            MOVE WS-NOTA (WS-IDX-AVALIACAO) TO SG-NOTA-ORIGINAL
            MOVE WS-NOTA-ISENTA (WS-IDX-AVALIACAO)
              TO SG-ISENTA-ORIGINAL
            MOVE WS-DATA-PEDIDO       TO SG-DATA-PEDIDO
            MOVE WS-JUSTIFICATIVA     TO SG-JUSTIFICATIVA
            MOVE WS-OPERADOR          TO SG-OPERADOR
            SET SG-AGUARDANDO         TO TRUE
            WRITE REG-SEGUNDA-CHAMADA
            CLOSE SEGUNDA-FILE

            DISPLAY 'PEDIDO REGISTRADO COM O NUMERO ' WS-PROXIMO-ID
            .
       P120-FIM.
      *-----------------------------------------------------------------
      * LOCALIZA O ULTIMO LANCAMENTO NAO DEVOLVIDO DO ALUNO/MATERIA/
      * PERIODO EM PENDENTES.TXT (O PENDENTE CARREGA TURMA, NOMES,
      * PROFESSOR, FREQUENCIA, ESCALA E O CARIMBO DO DETALHE).
      *-----------------------------------------------------------------
       P150-LOCALIZAR-LANCAMENTO.
            MOVE 0 TO WS-ACHOU-LANCAMENTO
            MOVE SPACES TO WS-PENDENTE-ORIGEM
            MOVE 'N' TO WS-EOF

            OPEN INPUT PENDENTES-FILE
            IF FS-PENDENTES = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PENDENTES-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF PD-CD-STUDENT = WS-CD-STUDENT-FILTRO AND
                              PD-CD-MATERIA = WS-CD-MATERIA-FILTRO AND
                              PD-ANO-LETIVO = WS-ANO-FILTRO AND
                              PD-BIMESTRE = WS-BIMESTRE-FILTRO AND
                              NOT PD-DEVOLVIDO THEN
                              MOVE 1 TO WS-ACHOU-LANCAMENTO
                              MOVE REG-PENDENTE TO WS-PENDENTE-ORIGEM
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PENDENTES-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * REMONTA AS NOTAS DO LANCAMENTO (NOTA, TIPO, PESO, ISENCAO)
      * PELO CARIMBO ALUNO/MATERIA/PERIODO + DATA/HORA DO PENDENTE.
      * DETALHE COM MENOS DE 3 AVALIACOES (O MINIMO DO GRUPO DE NOTAS)
      * EH TRATADO COMO AUSENTE.
      *-----------------------------------------------------------------
       P160-CARREGAR-NOTAS.
            MOVE WS-PENDENTE-ORIGEM TO REG-PENDENTE
            MOVE 0 TO WS-QTD-DETALHE
            MOVE 10 TO WS-QTD-NOTAS
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > 10
               MOVE 0   TO WS-NOTA (WS-IDX-NOTA)
               MOVE 1   TO WS-PESO (WS-IDX-NOTA)
               MOVE 1   TO WS-TIPO-AVALIACAO (WS-IDX-NOTA)
               MOVE 'N' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
               MOVE 'N' TO WS-NOTA-ADAPTADA (WS-IDX-NOTA)
            END-PERFORM

            MOVE 'N' TO WS-EOF
            OPEN INPUT DETALHE-FILE
            IF FS-DETALHE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DETALHE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF ND-CD-STUDENT = PD-CD-STUDENT AND
                              ND-CD-MATERIA = PD-CD-MATERIA AND
                              ND-ANO-LETIVO = PD-ANO-LETIVO AND
                              ND-BIMESTRE = PD-BIMESTRE AND
                              ND-DATA-LANCAMENTO =
                                 PD-DATA-LANCAMENTO AND
                              ND-HORA-LANCAMENTO =
                                 PD-HORA-LANCAMENTO AND
                              ND-IDX-AVALIACAO > 0 AND
                              ND-IDX-AVALIACAO <= 10 THEN
                              PERFORM P165-GUARDAR-NOTA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE DETALHE-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-QTD-DETALHE < 3 THEN
               MOVE 0 TO WS-QTD-DETALHE
               MOVE 3 TO WS-QTD-NOTAS
            ELSE
               MOVE WS-QTD-DETALHE TO WS-QTD-NOTAS
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P165-GUARDAR-NOTA.
            MOVE ND-IDX-AVALIACAO TO WS-IDX-NOTA
            MOVE ND-NOTA           TO WS-NOTA (WS-IDX-NOTA)
            MOVE ND-PESO           TO WS-PESO (WS-IDX-NOTA)
            MOVE ND-TIPO-AVALIACAO TO WS-TIPO-AVALIACAO (WS-IDX-NOTA)
            IF ND-ISENTA = 'S' THEN
               MOVE 'S' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
            ELSE
               MOVE 'N' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
            END-IF
            IF ND-ADAPTADA = 'S' THEN
               MOVE 'S' TO WS-NOTA-ADAPTADA (WS-IDX-NOTA)
            ELSE
               MOVE 'N' TO WS-NOTA-ADAPTADA (WS-IDX-NOTA)
            END-IF
            IF WS-IDX-NOTA > WS-QTD-DETALHE THEN
               MOVE WS-IDX-NOTA TO WS-QTD-DETALHE
            END-IF
            .
       P165-FIM.
      *-----------------------------------------------------------------
      * LOCALIZA O PEDIDO PELO NUMERO NA SITUACAO ESPERADA
      * (WS-SITUACAO-PROCURADA).
      *-----------------------------------------------------------------
       P170-LOCALIZAR-PEDIDO.
            MOVE 0 TO WS-ACHOU-PEDIDO
            MOVE 'N' TO WS-EOF
            OPEN INPUT SEGUNDA-FILE
            IF FS-SEGUNDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SEGUNDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF SG-ID = WS-ID-PEDIDO AND
                              SG-SITUACAO = WS-SITUACAO-PROCURADA THEN
                              MOVE 1 TO WS-ACHOU-PEDIDO
                              MOVE REG-SEGUNDA-CHAMADA
                                TO WS-PEDIDO-ACHADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE SEGUNDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P170-FIM.
      *-----------------------------------------------------------------
      * PEDIDO ACHADO (EM REG-SEGUNDA-CHAMADA) DE TURMA DA UNIDADE DO
      * OPERADOR - O DE OUTRA UNIDADE NAO EH DECIDIDO NEM LANCADO.
      *-----------------------------------------------------------------
       P180-CONFERIR-UNIDADE-PEDIDO.
            MOVE SG-CD-TURMA TO WS-TURMA-UNIDADE
            PERFORM P820-TURMA-DO-PEDIDO
            IF WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'PEDIDO DE TURMA DE OUTRA UNIDADE ESCOLAR - '
                       'NADA ALTERADO'
               STOP RUN
            END-IF
            .
       P180-FIM.
      *-----------------------------------------------------------------
      * DECISAO DO PEDIDO (COORDENADOR PARA CIMA): DEFERIR EXIGE A DATA
      * DA SEGUNDA CHAMADA EM DIA LETIVO DO CALENDARIO ESCOLAR (DATA
      * FORA DO CALENDARIO SO AVISA, COMO NA AGENDA-RECUPERACAO).
      *-----------------------------------------------------------------
       P200-DECIDIR-PEDIDO.
            IF WS-PERFIL-OPERADOR NOT = 'C' AND
               WS-PERFIL-OPERADOR NOT = 'A' THEN
               DISPLAY 'DECISAO RESTRITA A COORDENADOR/ADMIN'
               STOP RUN
            END-IF

            DISPLAY 'NUMERO DO PEDIDO..............: '
            ACCEPT WS-ID-PEDIDO
            MOVE 'A' TO WS-SITUACAO-PROCURADA
            PERFORM P170-LOCALIZAR-PEDIDO
            IF WS-ACHOU-PEDIDO = 0 THEN
               DISPLAY 'PEDIDO AGUARDANDO DECISAO NAO ENCONTRADO'
               STOP RUN
            END-IF

            MOVE WS-PEDIDO-ACHADO TO REG-SEGUNDA-CHAMADA
            PERFORM P180-CONFERIR-UNIDADE-PEDIDO
            DISPLAY 'PEDIDO ' SG-ID ': ALUNO ' SG-CD-STUDENT
                    ' MATERIA ' SG-CD-MATERIA
                    ' ' SG-ANO-LETIVO '/' SG-BIMESTRE
                    ' AVALIACAO ' SG-IDX-AVALIACAO
            DISPLAY 'JUSTIFICATIVA: ' SG-JUSTIFICATIVA
            DISPLAY 'DECISAO: (D) DEFERIR E AGENDAR (I) INDEFERIR '
                    '(OUTRA TECLA = NADA): '
            ACCEPT WS-DECISAO

            EVALUATE WS-DECISAO
               WHEN 'D'
                  PERFORM P210-ACEITAR-DATA-AGENDADA
                  MOVE 'G' TO WS-DECISAO
                  PERFORM P700-ATUALIZAR-PEDIDO
                  DISPLAY 'SEGUNDA CHAMADA AGENDADA PARA '
                          WS-DATA-AGENDADA
               WHEN 'I'
                  MOVE 0 TO WS-DATA-AGENDADA
                  PERFORM P700-ATUALIZAR-PEDIDO
                  DISPLAY 'PEDIDO INDEFERIDO'
               WHEN OTHER
                  DISPLAY 'NENHUMA DECISAO - PEDIDO SEGUE AGUARDANDO'
            END-EVALUATE
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-ACEITAR-DATA-AGENDADA.
            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA DA SEGUNDA CHAMADA (DDMMAAAA): '
               ACCEPT WS-DATA-AGENDADA
               MOVE WS-DATA-AGENDADA TO WS-DATA-TRABALHO
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES,
                             WS-ANO
               CALL 'VALIDAR-DATA' USING WS-DIA, WS-MES, WS-ANO,
                             WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               ELSE
                  PERFORM P215-CONFERIR-CALENDARIO
               END-IF
            END-PERFORM
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P215-CONFERIR-CALENDARIO.
            CALL 'CONSULTAR-CALENDARIO'
                          USING WS-DATA-AGENDADA, WS-TIPO-DIA,
                                WS-RETORNO-CALENDARIO
            EVALUATE TRUE
               WHEN WS-RETORNO-CALENDARIO NOT = 0
                  DISPLAY 'AVISO: DATA FORA DO CALENDARIO ESCOLAR '
                          '(PROGARQ011) - ACEITA'
               WHEN WS-TIPO-DIA NOT = 'L'
                  DISPLAY 'DATA NAO EH DIA LETIVO - ESCOLHA OUTRA'
                  MOVE 0 TO WS-DATA-VALIDA
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P215-FIM.
      *-----------------------------------------------------------------
      * LANCAMENTO DA NOTA: SO PARA PEDIDO AGENDADO E COM O ULTIMO
      * LANCAMENTO DO ALUNO/MATERIA/PERIODO JA APROVADO (COM O
      * ORIGINAL AINDA NA FILA, O COORDENADOR APROVA OU DEVOLVE O LOTE
      * PRIMEIRO). A NOVA NOTA ENTRA NO LUGAR DA PERDIDA, A MEDIA EH
      * RECALCULADA E O RESULTADO VAI PARA A FILA DE APROVACAO.
      *-----------------------------------------------------------------
       P300-LANCAR-NOTA.
            IF WS-PERFIL-OPERADOR NOT = 'C' AND
               WS-PERFIL-OPERADOR NOT = 'A' THEN
               DISPLAY 'LANCAMENTO RESTRITO A COORDENADOR/ADMIN'
               STOP RUN
            END-IF

            DISPLAY 'NUMERO DO PEDIDO..............: '
            ACCEPT WS-ID-PEDIDO
            MOVE 'G' TO WS-SITUACAO-PROCURADA
            PERFORM P170-LOCALIZAR-PEDIDO
            IF WS-ACHOU-PEDIDO = 0 THEN
               DISPLAY 'PEDIDO AGENDADO NAO ENCONTRADO'
               STOP RUN
            END-IF

            MOVE WS-PEDIDO-ACHADO TO REG-SEGUNDA-CHAMADA
            PERFORM P180-CONFERIR-UNIDADE-PEDIDO
            MOVE SG-CD-STUDENT    TO WS-CD-STUDENT-FILTRO
            MOVE SG-CD-MATERIA    TO WS-CD-MATERIA-FILTRO
            MOVE SG-ANO-LETIVO    TO WS-ANO-FILTRO
            MOVE SG-BIMESTRE      TO WS-BIMESTRE-FILTRO
            MOVE SG-IDX-AVALIACAO TO WS-IDX-AVALIACAO

            PERFORM P150-LOCALIZAR-LANCAMENTO
            IF WS-ACHOU-LANCAMENTO = 0 THEN
               DISPLAY 'LANCAMENTO DO PEDIDO NAO ENCONTRADO - NADA '
                       'GRAVADO'
               STOP RUN
            END-IF
            MOVE WS-PENDENTE-ORIGEM TO REG-PENDENTE
            IF PD-PENDENTE THEN
               DISPLAY 'O ULTIMO LANCAMENTO DESSE ALUNO/MATERIA AINDA '
                       'ESTA PENDENTE DE APROVACAO (APROVAR-NOTAS) - '
                       'NADA GRAVADO'
               STOP RUN
            END-IF
            IF PD-ESCALA IS NUMERIC AND PD-ESCALA > 0 THEN
               MOVE PD-ESCALA TO WS-ESCALA-MAXIMO
            ELSE
               MOVE 100 TO WS-ESCALA-MAXIMO
            END-IF

            PERFORM P160-CARREGAR-NOTAS
            IF WS-IDX-AVALIACAO > WS-QTD-DETALHE THEN
               DISPLAY 'AVALIACAO DO PEDIDO NAO EXISTE NO DETALHE DO '
                       'LANCAMENTO - NADA GRAVADO'
               STOP RUN
            END-IF

            DISPLAY 'PEDIDO ' SG-ID ': ALUNO ' SG-CD-STUDENT
                    ' MATERIA ' SG-CD-MATERIA
                    ' AVALIACAO ' SG-IDX-AVALIACAO
                    ' AGENDADA PARA ' SG-DATA-AGENDADA
            DISPLAY 'NOTA DA SEGUNDA CHAMADA (0 A ' WS-ESCALA-MAXIMO
                    '): '
            ACCEPT WS-NOTA-SEGUNDA
            IF WS-NOTA-SEGUNDA IS NOT NUMERIC OR
               WS-NOTA-SEGUNDA > WS-ESCALA-MAXIMO THEN
               DISPLAY 'NOTA INVALIDA - NADA GRAVADO'
               STOP RUN
            END-IF

            PERFORM P320-RECALCULAR
            MOVE WS-RESULTADO TO WS-NOTA-EDT
            DISPLAY 'NOVA MEDIA....................: ' WS-NOTA-EDT
                    ' ' WS-STATUS-ALUNO
            DISPLAY 'CONFIRMA O LANCAMENTO PARA APROVACAO (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' THEN
               DISPLAY 'LANCAMENTO ABANDONADO - NADA GRAVADO'
               STOP RUN
            END-IF

            PERFORM P310-OBTER-TRAVA
            PERFORM P330-GRAVAR-PENDENTE
            PERFORM P340-GRAVAR-DETALHE
            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR

            MOVE 'SEGUNDA-CHAMADA' TO WS-PROGRAMA-TOTAL
            MOVE 'PENDENTES.TXT' TO WS-ARQUIVO-TOTAL
            MOVE 1 TO WS-QTD-GRAVADOS-TOTAL
            MOVE 0 TO WS-DATA-TOTAL
            CALL 'REGISTRAR-TOTAIS'
                          USING WS-PROGRAMA-TOTAL, WS-ARQUIVO-TOTAL,
                                WS-QTD-GRAVADOS-TOTAL,
                                WS-DATA-TOTAL,
                                WS-RETORNO-TOTAIS

            MOVE 'R' TO WS-DECISAO
            PERFORM P700-ATUALIZAR-PEDIDO
            DISPLAY 'NOTA LANCADA - RESULTADO AGUARDA APROVACAO DO '
                    'LOTE ' PD-CD-TURMA '/' PD-CD-MATERIA
                    ' NO APROVAR-NOTAS'
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * TRAVA DE GRAVACAO UNICA (MESMO PROTOCOLO DE PRINCIPAL/P030).
      *-----------------------------------------------------------------
       P310-OBTER-TRAVA.
            MOVE 'SEGUNDA-CHAMADA' TO TV-PROGRAMA
            MOVE WS-OPERADOR TO TV-OPERADOR
            MOVE 'N' TO WS-FORCAR-TRAVA
            CALL 'OBTER-TRAVA'
                          USING REG-TRAVA, WS-FORCAR-TRAVA,
                                WS-RETORNO-TRAVA

            IF WS-RETORNO-TRAVA = 1 THEN
               DISPLAY '***********************************************'
               DISPLAY '* EXISTE EXECUCAO EM ANDAMENTO:              *'
               DISPLAY '* PROGRAMA ' TV-PROGRAMA
               DISPLAY '* OPERADOR ' TV-OPERADOR
               DISPLAY '* DESDE ' TV-DATA ' ' TV-HORA
               DISPLAY '* TENTE MAIS TARDE                           *'
               DISPLAY '***********************************************'
               DISPLAY 'A TRAVA EH VELHA (EXECUCAO MORTA)? FORCAR '
                       'LIBERACAO (S/N): '
               ACCEPT WS-FORCAR-TRAVA
               IF WS-FORCAR-TRAVA = 'S' THEN
                  MOVE 'SEGUNDA-CHAMADA' TO TV-PROGRAMA
                  MOVE WS-OPERADOR TO TV-OPERADOR
                  CALL 'OBTER-TRAVA'
                                USING REG-TRAVA, WS-FORCAR-TRAVA,
                                      WS-RETORNO-TRAVA
               ELSE
                  STOP RUN
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * A NOTA DA SEGUNDA CHAMADA SUBSTITUI A PERDIDA (E DEIXA DE SER
      * ISENTA); MEDIA PELO CALCULAR-MEDIA E STATUS/CONCEITO PELO
      * PARTE-DOIS-RESULTADO COM OS LIMIARES DA TURMA E A FREQUENCIA
      * CARIMBADA NO LANCAMENTO (MESMA REGRA DE REVISAO-NOTA/P420).
      *-----------------------------------------------------------------
       P320-RECALCULAR.
            MOVE WS-NOTA-SEGUNDA TO WS-NOTA (WS-IDX-AVALIACAO)
            MOVE 'N' TO WS-NOTA-ISENTA (WS-IDX-AVALIACAO)
            MOVE 'N' TO WS-APLICAR-RECUPERACAO
            MOVE 0 TO WS-DATA-HOJE-AEE
            CALL 'CONSULTAR-AEE' USING PD-CD-STUDENT, PD-CD-MATERIA,
                          WS-DATA-HOJE-AEE, WS-RETORNO-AEE
            IF WS-RETORNO-AEE = 0 THEN
               MOVE 'S' TO WS-NOTA-ADAPTADA (WS-IDX-AVALIACAO)
            ELSE
               MOVE 'N' TO WS-NOTA-ADAPTADA (WS-IDX-AVALIACAO)
            END-IF

            CALL 'BUSCAR-TURMA'
                          USING PD-CD-TURMA, REG-TURMA,
                                WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND
               TU-LIMIAR-APROVACAO <= WS-ESCALA-MAXIMO THEN
               MOVE TU-LIMIAR-APROVACAO   TO WS-LIMIAR-APROVACAO
               MOVE TU-LIMIAR-RECUPERACAO TO WS-LIMIAR-RECUPERACAO
               MOVE TU-FREQUENCIA-MINIMA  TO WS-FREQUENCIA-MINIMA
            ELSE
               COMPUTE WS-LIMIAR-APROVACAO = WS-ESCALA-MAXIMO * 0.7
               COMPUTE WS-LIMIAR-RECUPERACAO =
                       WS-ESCALA-MAXIMO * 0.5
               MOVE 75 TO WS-FREQUENCIA-MINIMA
            END-IF
            IF PD-PERC-FREQUENCIA IS NUMERIC THEN
               MOVE PD-PERC-FREQUENCIA TO WS-PERC-FREQUENCIA
            ELSE
               MOVE 100 TO WS-PERC-FREQUENCIA
            END-IF

            CALL 'CALCULAR-MEDIA'
                          USING WS-NOTAS, WS-RETORNO-CALCULO
            IF WS-RETORNO-CALCULO NOT = 0 THEN
               DISPLAY 'NOTAS REJEITADAS NO CALCULO DA MEDIA - NADA '
                       'GRAVADO'
               STOP RUN
            END-IF

            CALL 'PARTE-DOIS-RESULTADO'
                          USING WS-NOTAS, WS-STATUS-ALUNO,
                                WS-CONCEITO-ALUNO,
                                WS-REPROVADO-POR-FALTA,
                                WS-RETORNO-PARTE-DOIS,
                                WS-MODO-SILENCIOSO

            ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-PROCESSAMENTO FROM TIME
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * NOVO PENDENTE COM OS DADOS DO LANCAMENTO DE ORIGEM E O
      * RESULTADO RECALCULADO, MARCADO COMO SEGUNDA CHAMADA (O
      * APROVAR-NOTAS ESTORNA O REGISTRO VIVO ANTERIOR NA POSTAGEM).
      *-----------------------------------------------------------------
       P330-GRAVAR-PENDENTE.
            OPEN EXTEND PENDENTES-FILE
            IF FS-PENDENTES = '35' THEN
               OPEN OUTPUT PENDENTES-FILE
            END-IF
            MOVE WS-PENDENTE-ORIGEM    TO REG-PENDENTE
            MOVE WS-RESULTADO          TO PD-MEDIA
            MOVE WS-STATUS-ALUNO       TO PD-STATUS
            MOVE WS-CONCEITO-ALUNO     TO PD-CONCEITO
            MOVE SPACES                TO PD-MOTIVO
            IF WS-REPROVADO-POR-FALTA = 'S' THEN
               MOVE 'FREQUENCIA ABAIXO DO MINIMO' TO PD-MOTIVO
            ELSE
               STRING 'SEGUNDA CHAMADA - PEDIDO ' SG-ID
                      DELIMITED BY SIZE INTO PD-MOTIVO
               END-STRING
            END-IF
            MOVE WS-DATA-PROCESSAMENTO TO PD-DATA-LANCAMENTO
            MOVE WS-HORA-PROCESSAMENTO TO PD-HORA-LANCAMENTO
            MOVE WS-OPERADOR           TO PD-OPERADOR
            SET PD-PENDENTE            TO TRUE
            MOVE SPACES                TO PD-MOTIVO-DEVOLUCAO
            MOVE WS-ESCALA-MAXIMO      TO PD-ESCALA
            SET PD-ORIGEM-SEGUNDA-CHAMADA TO TRUE
            WRITE REG-PENDENTE
            CLOSE PENDENTES-FILE
            .
       P330-FIM.
      *-----------------------------------------------------------------
      * DETALHE DO NOVO LANCAMENTO (MESMO CARIMBO DO PENDENTE), NOTA A
      * NOTA COMO PRINCIPAL/P507.
      *-----------------------------------------------------------------
       P340-GRAVAR-DETALHE.
            OPEN EXTEND DETALHE-FILE
            IF FS-DETALHE = '35' THEN
               OPEN OUTPUT DETALHE-FILE
            END-IF
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > WS-QTD-NOTAS
               MOVE PD-CD-STUDENT      TO ND-CD-STUDENT
               MOVE PD-CD-TURMA        TO ND-CD-TURMA
               MOVE PD-CD-MATERIA      TO ND-CD-MATERIA
               MOVE PD-ANO-LETIVO      TO ND-ANO-LETIVO
               MOVE PD-BIMESTRE        TO ND-BIMESTRE
               MOVE WS-IDX-NOTA        TO ND-IDX-AVALIACAO
               MOVE WS-NOTA (WS-IDX-NOTA) TO ND-NOTA
               MOVE WS-TIPO-AVALIACAO (WS-IDX-NOTA)
                 TO ND-TIPO-AVALIACAO
               MOVE WS-PESO (WS-IDX-NOTA) TO ND-PESO
               MOVE WS-NOTA-ISENTA (WS-IDX-NOTA) TO ND-ISENTA
               MOVE WS-DATA-PROCESSAMENTO TO ND-DATA-LANCAMENTO
               MOVE WS-HORA-PROCESSAMENTO TO ND-HORA-LANCAMENTO
               IF WS-NOTA-ADAPTADA (WS-IDX-NOTA) = 'S' AND
                  ND-ISENTA NOT = 'S' THEN
                  MOVE 'S' TO ND-ADAPTADA
               ELSE
                  MOVE 'N' TO ND-ADAPTADA
               END-IF
               WRITE REG-NOTA-DETALHE
            END-PERFORM
            CLOSE DETALHE-FILE
            .
       P340-FIM.
      *-----------------------------------------------------------------
      * ATUALIZA O PEDIDO POR COPIA DO ARQUIVO: AGENDAMENTO OU
      * INDEFERIMENTO (DATA E OPERADOR DA DECISAO) E REALIZACAO (NOTA
      * E CARIMBO DO PENDENTE GRAVADO).
      *-----------------------------------------------------------------
       P700-ATUALIZAR-PEDIDO.
            MOVE 'N' TO WS-EOF
            OPEN INPUT SEGUNDA-FILE
            OPEN OUTPUT SEGUNDA-TRAB
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ SEGUNDA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF SG-ID = WS-ID-PEDIDO THEN
                           PERFORM P710-APLICAR-ATUALIZACAO
                        END-IF
                        MOVE SPACES TO REG-SEGUNDA-TRAB
                        MOVE REG-SEGUNDA-CHAMADA TO REG-SEGUNDA-TRAB
                        WRITE REG-SEGUNDA-TRAB
               END-READ
            END-PERFORM
            CLOSE SEGUNDA-FILE
            CLOSE SEGUNDA-TRAB

            MOVE 'N' TO WS-EOF
            OPEN INPUT SEGUNDA-TRAB
            OPEN OUTPUT SEGUNDA-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ SEGUNDA-TRAB
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE REG-SEGUNDA-TRAB TO REG-SEGUNDA-CHAMADA
                        WRITE REG-SEGUNDA-CHAMADA
               END-READ
            END-PERFORM
            CLOSE SEGUNDA-TRAB
            CLOSE SEGUNDA-FILE
            .
       P700-FIM.
      *-----------------------------------------------------------------
       P710-APLICAR-ATUALIZACAO.
            MOVE WS-DECISAO TO SG-SITUACAO
            IF WS-DECISAO = 'R' THEN
               MOVE WS-NOTA-SEGUNDA       TO SG-NOTA-SEGUNDA
               MOVE WS-DATA-PROCESSAMENTO TO SG-DATA-LANCAMENTO
               MOVE WS-HORA-PROCESSAMENTO TO SG-HORA-LANCAMENTO
            ELSE
               MOVE WS-DATA-AGENDADA      TO SG-DATA-AGENDADA
               MOVE WS-DATA-HOJE-DDMM     TO SG-DATA-DECISAO
               MOVE WS-OPERADOR           TO SG-OPERADOR-DECISAO
            END-IF
            .
       P710-FIM.
      *-----------------------------------------------------------------
      * LISTA DOS PEDIDOS DO PERIODO CORRENTE (VEJA LER-PERIODO) AINDA
      * NAO REALIZADOS - AGUARDANDO DECISAO OU AGENDADOS SEM NOTA -
      * PARA O FECHAMENTO DO BIMESTRE, MARCANDO OS AGENDADOS CUJA DATA
      * JA PASSOU. O PERIODO CORRENTE EH O DO REGIME DA TURMA DE CADA
      * PEDIDO (TURMA SEMESTRAL/EJA NO SEMESTRE, AS DEMAIS NO
      * BIMESTRE); PEDIDO DE REGIME SEM PERIODO CADASTRADO NAO ENTRA.
      *-----------------------------------------------------------------
       P800-RELATORIO-PENDENTES.
            MOVE SPACES TO WS-PERIODO-BIMESTRAL
            MOVE SPACES TO WS-PERIODO-SEMESTRAL
            MOVE SPACES TO WS-DESC-PERIODO-B
            MOVE SPACES TO WS-DESC-PERIODO-S
            MOVE 'N' TO WS-PERIODO-DIGITADO
            CALL 'LER-PERIODO'
                          USING REG-PERIODO, WS-RETORNO-LER-PERIODO
            IF WS-RETORNO-LER-PERIODO = 0 THEN
               MOVE REG-PERIODO TO WS-PERIODO-BIMESTRAL
               STRING 'BIMESTRAL ' PE-ANO-LETIVO '/' PE-BIMESTRE
                      DELIMITED BY SIZE INTO WS-DESC-PERIODO-B
               END-STRING
            END-IF
            MOVE 'S' TO WS-REGIME-PERIODO
            CALL 'LER-PERIODO-REGIME'
                          USING WS-REGIME-PERIODO, REG-PERIODO,
                                WS-RETORNO-PERIODO-SEM
            IF WS-RETORNO-PERIODO-SEM = 0 THEN
               MOVE REG-PERIODO TO WS-PERIODO-SEMESTRAL
               STRING 'EJA ' PE-ANO-LETIVO '/' PE-BIMESTRE
                      DELIMITED BY SIZE INTO WS-DESC-PERIODO-S
               END-STRING
            END-IF
            IF WS-RETORNO-LER-PERIODO NOT = 0 AND
               WS-RETORNO-PERIODO-SEM NOT = 0 THEN
               MOVE 'S' TO WS-PERIODO-DIGITADO
               DISPLAY 'ANO LETIVO....................: '
               ACCEPT WS-ANO-FILTRO
               DISPLAY 'BIMESTRE......................: '
               ACCEPT WS-BIMESTRE-FILTRO
               STRING WS-ANO-FILTRO '/' WS-BIMESTRE-FILTRO
                      DELIMITED BY SIZE INTO WS-DESC-PERIODO-B
               END-STRING
            END-IF

            OPEN INPUT SEGUNDA-FILE
            IF FS-SEGUNDA NOT = '00' THEN
               DISPLAY 'NENHUM PEDIDO DE SEGUNDA CHAMADA REGISTRADO'
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'SEGUNDAS CHAMADAS NAO REALIZADAS - PERIODO '
                   WS-DESC-PERIODO-B ' ' WS-DESC-PERIODO-S
                   ' - EMITIDO EM ' WS-DATA-HOJE-DDMM
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE 'N' TO WS-EOF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ SEGUNDA-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        PERFORM P805-PERIODO-DO-PEDIDO
                        IF WS-PERIODO-OK = 'S' AND
                           WS-RETORNO-UNIDADE = 0 AND
                           SG-ANO-LETIVO = WS-ANO-FILTRO AND
                           SG-BIMESTRE = WS-BIMESTRE-FILTRO AND
                           (SG-AGUARDANDO OR SG-AGENDADA) THEN
                           PERFORM P810-LISTAR-PEDIDO
                        END-IF
               END-READ
            END-PERFORM
            CLOSE SEGUNDA-FILE

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'AGUARDANDO DECISAO: ' WS-QTD-AGUARDANDO
                   '  AGENDADAS: ' WS-QTD-AGENDADAS
                   '  COM DATA VENCIDA: ' WS-QTD-VENCIDAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE

            DISPLAY 'RELATORIO GERADO: SEGUNDAS-CHAMADAS-PENDENTES.TXT'
            DISPLAY 'AGUARDANDO DECISAO............: '
                    WS-QTD-AGUARDANDO
            DISPLAY 'AGENDADAS SEM NOTA............: '
                    WS-QTD-AGENDADAS
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * PERIODO CORRENTE DO REGIME DA TURMA DO PEDIDO EM WS-ANO-FILTRO/
      * WS-BIMESTRE-FILTRO (O DIGITADO VALE PARA TODOS).
      *-----------------------------------------------------------------
       P805-PERIODO-DO-PEDIDO.
            MOVE SG-CD-TURMA TO WS-TURMA-UNIDADE
            PERFORM P820-TURMA-DO-PEDIDO
            MOVE 'S' TO WS-PERIODO-OK
            IF WS-PERIODO-DIGITADO = 'N' THEN
               IF WS-REGIME-TURMA = 'S' THEN
                  MOVE WS-PERIODO-SEMESTRAL TO REG-PERIODO
               ELSE
                  MOVE WS-PERIODO-BIMESTRAL TO REG-PERIODO
               END-IF
               IF REG-PERIODO = SPACES THEN
                  MOVE 'N' TO WS-PERIODO-OK
               ELSE
                  MOVE PE-ANO-LETIVO TO WS-ANO-FILTRO
                  MOVE PE-BIMESTRE   TO WS-BIMESTRE-FILTRO
               END-IF
            END-IF
            .
       P805-FIM.
      *-----------------------------------------------------------------
       P810-LISTAR-PEDIDO.
            MOVE SPACES TO REC-RELATORIO
            IF SG-AGUARDANDO THEN
               ADD 1 TO WS-QTD-AGUARDANDO
               STRING 'PEDIDO ' SG-ID ' ALUNO ' SG-CD-STUDENT
                      ' TURMA ' SG-CD-TURMA
                      ' MATERIA ' SG-CD-MATERIA
                      ' AVALIACAO ' SG-IDX-AVALIACAO
                      ' AGUARDANDO DECISAO DESDE ' SG-DATA-PEDIDO
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               ADD 1 TO WS-QTD-AGENDADAS
               SET FORMATO-DDMMAAAA TO TRUE
               MOVE SG-DATA-AGENDADA TO WS-DATA-TRABALHO
               CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                             WS-DATA-TRABALHO, WS-DIA, WS-MES,
                             WS-ANO
               COMPUTE WS-DATA-AGENDADA-AAAA =
                       (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
               IF WS-DATA-AGENDADA-AAAA < WS-DATA-HOJE THEN
                  ADD 1 TO WS-QTD-VENCIDAS
                  STRING 'PEDIDO ' SG-ID ' ALUNO ' SG-CD-STUDENT
                         ' TURMA ' SG-CD-TURMA
                         ' MATERIA ' SG-CD-MATERIA
                         ' AVALIACAO ' SG-IDX-AVALIACAO
                         ' AGENDADA ' SG-DATA-AGENDADA
                         ' *** DATA PASSOU SEM NOTA ***'
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               ELSE
                  STRING 'PEDIDO ' SG-ID ' ALUNO ' SG-CD-STUDENT
                         ' TURMA ' SG-CD-TURMA
                         ' MATERIA ' SG-CD-MATERIA
                         ' AVALIACAO ' SG-IDX-AVALIACAO
                         ' AGENDADA ' SG-DATA-AGENDADA
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
               END-IF
            END-IF
            WRITE REC-RELATORIO
            .
       P810-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR E REGIME DA TURMA EM WS-TURMA-UNIDADE (TURMA
      * FORA DO CADASTRO = UNIDADE PRINCIPAL, BIMESTRAL), COM A
      * UNIDADE CONFERIDA CONTRA A DO OPERADOR; A ULTIMA TURMA BUSCADA
      * FICA GUARDADA.
      *-----------------------------------------------------------------
       P820-TURMA-DO-PEDIDO.
            IF WS-TURMA-UNIDADE NOT = WS-TURMA-BUSCADA OR
               WS-UNIDADE-TURMA = SPACES THEN
               MOVE WS-TURMA-UNIDADE TO WS-TURMA-BUSCADA
               MOVE SPACES TO WS-UNIDADE-TURMA
               MOVE 'B' TO WS-REGIME-TURMA
               CALL 'BUSCAR-TURMA' USING WS-TURMA-BUSCADA, REG-TURMA,
                                         WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
                  IF TU-PERIODO-SEMESTRAL THEN
                     MOVE 'S' TO WS-REGIME-TURMA
                  END-IF
               END-IF
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                          WS-UNIDADE-TURMA, WS-RETORNO-UNIDADE
            .
       P820-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'SEGUNDA-CHAMADA' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE LENGTH OF REG-PENDENTE TO LY-TAMANHO
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
       END PROGRAM SEGUNDA-CHAMADA.
