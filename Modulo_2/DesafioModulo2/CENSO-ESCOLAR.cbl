      *          (VALIDAR-DATA NO NASCIMENTO, CALCULAR-DV-MATRICULA
      *          MODO 'V' NA MATRICULA) - REPROVADO NA VALIDACAO VAI
      *          PARA A LISTA DE CORRECAO (CENSO-REJEITADOS.TXT) EM
      *          VEZ DE EMBARCAR DADO RUIM PARA O MINISTERIO. O
      *          DETALHE TRAZ TAMBEM OS CAMPOS DE EDUCACAO ESPECIAL
      *          PEDIDOS PELO CENSO (INDICADOR DE AEE, CATEGORIA, SALA
      *          DE RECURSOS, PROFISSIONAL DE APOIO E RECURSO NAS
      *          AVALIACOES), LIDOS DO CADASTRO DE AEE (AEE.TXT) -
      *          SO ENTRA QUEM TEM PEI EM VIGOR NA DATA DO EXTRATO.
      *          NA REDE (CADASTRO DE UNIDADES - UNIDADES.TXT, VEJA
      *          PROGARQ025) CADA UNIDADE ESCOLAR EH UMA ESCOLA PARA O
      *          CENSO: SAI UM EXTRATO SEPARADO POR UNIDADE
      *          (CENSO-ESCOLAR-<UN>.TXT / CENSO-REJEITADOS-<UN>.TXT),
      *          COM O INEP E O NOME DO CADASTRO, PARA A UNIDADE
      *          ESCOLHIDA OU TODAS (SELECIONAR-UNIDADE - O OPERADOR
      *          RESTRITO SO GERA O DA DELE). SEM O CADASTRO, O
      *          EXTRATO UNICO DE SEMPRE, COM INEP/NOME DIGITADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

      * UM EXTRATO (E UMA LISTA DE CORRECAO) POR UNIDADE ESCOLAR: OS
      * NOMES SAO MONTADOS ANTES DE CADA OPEN (VEJA P400).
           SELECT CENSO-FILE ASSIGN TO DYNAMIC WS-NOME-CENSO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJEITADOS-FILE ASSIGN TO DYNAMIC WS-NOME-REJEITADOS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNIDADE-FILE ASSIGN TO
           '../../UNIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIDADE.

           SELECT AEE-FILE ASSIGN TO
           '../../AEE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AEE.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD CENSO-FILE.
      * LAYOUT POSICIONAL DA SUBMISSAO DO CENSO: TIPO(1) + CAMPOS
      * FIXOS - O DETALHE OCUPA 65 POSICOES.
       01 REC-CENSO.
           03 CN-TIPO               PIC X(01).
           03 CN-DADOS              PIC X(70).
           03 CN-SERIE              PIC 9(02).
           03 CN-CD-TURMA           PIC X(05).
           03 CN-DT-MATRICULA       PIC 9(08).
      * EDUCACAO ESPECIAL: INDICADOR S/N E, PARA O ALUNO COM PEI EM
      * VIGOR, OS CODIGOS DO CADASTRO DE AEE (VEJA AEE-RECORD.CPY).
           03 CN-AEE                PIC X(01).
           03 CN-CATEGORIA-AEE      PIC 9(02).
           03 CN-SALA-RECURSOS      PIC X(01).
           03 CN-TIPO-PROFISSIONAL  PIC X(01).
           03 CN-RECURSO-AVALIACAO  PIC X(01).
           03 FILLER                PIC X(06).
       01 REC-CENSO-RODAPE REDEFINES REC-CENSO.
           03 FILLER                PIC X(01).
           03 CN-QTD-DETALHES       PIC 9(07).
           03 FILLER                PIC X(63).
       FD REJEITADOS-FILE.
       01 REC-REJEITADO            PIC X(120).
       FD AEE-FILE.
           COPY AEE-RECORD.
       FD UNIDADE-FILE.
           COPY UNIDADE-RECORD.
       WORKING-STORAGE SECTION.
      * UNIDADE ESCOLAR DO EXTRATO EM GERACAO (EM BRANCO = ESCOLA
      * UNICA, SEM CADASTRO DE UNIDADES) E O FILTRO DO OPERADOR.
       77 FS-UNIDADE                  PIC X(02)       VALUE SPACES.
       77 WS-EOF-UNIDADE              PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-UNIDADE-EXTRATO          PIC X(02)       VALUE SPACES.
       77 WS-QTD-EXTRATOS             PIC 9(02)       VALUE 0.
       77 WS-NOME-CENSO               PIC X(40)       VALUE SPACES.
       77 WS-NOME-REJEITADOS          PIC X(40)       VALUE SPACES.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-QTD-TRANSFERIDOS         PIC 9(07)       VALUE 0.
       77 WS-QTD-EVADIDOS             PIC 9(07)       VALUE 0.
       77 WS-QTD-CONCLUIDOS           PIC 9(07)       VALUE 0.
       77 WS-QTD-FALECIDOS            PIC 9(07)       VALUE 0.
       77 WS-QTD-INATIVOS             PIC 9(07)       VALUE 0.
       77 WS-DIA-NASC                 PIC 9(02)       VALUE 0.
       77 WS-MES-NASC                 PIC 9(02)       VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
           COPY FORMATOS-DATA.
      * CADASTRO DE AEE EM MEMORIA (REGISTRO INTEIRO) PARA O DETALHE.
       77 FS-AEE                      PIC X(02)       VALUE SPACES.
       77 WS-QTD-AEE                  PIC 9(04)       VALUE 0.
       77 WS-IDX-AEE                  PIC 9(04)       VALUE 0.
       77 WS-POS-AEE                  PIC 9(04)       VALUE 0.
       77 WS-QTD-AEE-EXTRATO          PIC 9(05)       VALUE 0.
       77 WS-DIA-PEI                  PIC 9(02)       VALUE 0.
       77 WS-MES-PEI                  PIC 9(02)       VALUE 0.
       77 WS-ANO-PEI                  PIC 9(04)       VALUE 0.
       77 WS-DATA-PEI-ORD             PIC 9(08)       VALUE 0.
       01 WS-TABELA-AEE.
           02 WS-AEE-ITEM OCCURS 1000 TIMES.
              03 WS-TAB-REG-AEE       PIC X(134).
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
            DISPLAY 'EXTRATO DO CENSO ESCOLAR'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
            PERFORM P050-CARREGAR-AEE

            OPEN INPUT UNIDADE-FILE
            IF FS-UNIDADE NOT = '00' THEN
               DISPLAY 'CODIGO INEP DA ESCOLA.........: '
               ACCEPT WS-CODIGO-ESCOLA
               DISPLAY 'NOME DA ESCOLA................: '
               ACCEPT WS-NOME-ESCOLA
               MOVE SPACES TO WS-UNIDADE-EXTRATO
               MOVE '../../CENSO-ESCOLAR.TXT' TO WS-NOME-CENSO
               MOVE '../../CENSO-REJEITADOS.TXT' TO WS-NOME-REJEITADOS
               PERFORM P400-GERAR-EXTRATO
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-UNIDADE = 'F'
                  READ UNIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF-UNIDADE
                       NOT AT END
                           IF UN-UNIDADE-ATIVA AND
                              (WS-UNIDADE-FILTRO = SPACES OR
                               WS-UNIDADE-FILTRO = UN-CD-UNIDADE) THEN
                              PERFORM P380-PREPARAR-UNIDADE
                              PERFORM P400-GERAR-EXTRATO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE UNIDADE-FILE
               DISPLAY 'EXTRATOS GERADOS (UM POR UNIDADE): '
                       WS-QTD-EXTRATOS
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-AEE.
            MOVE 0 TO WS-QTD-AEE
            OPEN INPUT AEE-FILE
            IF FS-AEE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AEE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AEE < 1000 THEN
                              ADD 1 TO WS-QTD-AEE
                              MOVE REG-AEE
                                TO WS-TAB-REG-AEE (WS-QTD-AEE)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AEE-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P150-CONTAR-SITUACAO.
            EVALUATE TRUE
                  ADD 1 TO WS-QTD-EVADIDOS
               WHEN ST-CONCLUIDO
                  ADD 1 TO WS-QTD-CONCLUIDOS
               WHEN ST-FALECIDO
                  ADD 1 TO WS-QTD-FALECIDOS
      * O UNIFICADO EH SO O PONTEIRO PARA O SOBREVIVENTE - NAO CONTA.
               WHEN ST-UNIFICADO
                  CONTINUE
               WHEN OTHER
                  ADD 1 TO WS-QTD-INATIVOS
            END-EVALUATE
            MOVE SPACES TO REC-REJEITADO
            STRING '                      EVADIDOS: ' WS-QTD-EVADIDOS
                   ' CONCLUIDOS: ' WS-QTD-CONCLUIDOS
                   ' FALECIDOS: ' WS-QTD-FALECIDOS
                   ' INATIVOS: ' WS-QTD-INATIVOS
                   DELIMITED BY SIZE INTO REC-REJEITADO
            END-STRING
            COMPUTE CN-DT-MATRICULA = (WS-ANO-NASC * 10000)
                    + (WS-MES-NASC * 100) + WS-DIA-NASC

            PERFORM P350-CAMPOS-AEE

            WRITE REC-CENSO
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * CAMPOS DE EDUCACAO ESPECIAL DO DETALHE: ALUNO SEM CADASTRO DE
      * AEE, OU COM PEI JA ENCERRADO NA DATA DO EXTRATO, SAI COM
      * INDICADOR 'N' E CATEGORIA 00.
      *-----------------------------------------------------------------
       P350-CAMPOS-AEE.
            MOVE 'N' TO CN-AEE
            MOVE 0 TO CN-CATEGORIA-AEE
            MOVE 'N' TO CN-SALA-RECURSOS
            MOVE SPACE TO CN-TIPO-PROFISSIONAL
            MOVE SPACE TO CN-RECURSO-AVALIACAO

            MOVE 0 TO WS-POS-AEE
            PERFORM VARYING WS-IDX-AEE FROM 1 BY 1
                    UNTIL WS-IDX-AEE > WS-QTD-AEE OR WS-POS-AEE > 0
               MOVE WS-TAB-REG-AEE (WS-IDX-AEE) TO REG-AEE
               IF EE-CD-STUDENT = CD-STUDENT THEN
                  MOVE WS-IDX-AEE TO WS-POS-AEE
               END-IF
            END-PERFORM

            IF WS-POS-AEE > 0 THEN
               MOVE 99999999 TO WS-DATA-PEI-ORD
               IF EE-DATA-FIM-PEI IS NUMERIC AND
                  EE-DATA-FIM-PEI > 0 THEN
                  SET FORMATO-DDMMAAAA TO TRUE
                  MOVE EE-DATA-FIM-PEI TO WS-DT-TRABALHO
                  CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                                WS-DT-TRABALHO, WS-DIA-PEI,
                                WS-MES-PEI, WS-ANO-PEI
                  COMPUTE WS-DATA-PEI-ORD = (WS-ANO-PEI * 10000)
                          + (WS-MES-PEI * 100) + WS-DIA-PEI
               END-IF
               IF WS-DATA-PEI-ORD >= WS-DATA-EMISSAO THEN
                  MOVE 'S' TO CN-AEE
                  MOVE EE-CATEGORIA TO CN-CATEGORIA-AEE
                  MOVE EE-SALA-RECURSOS TO CN-SALA-RECURSOS
                  MOVE EE-TIPO-PROFISSIONAL TO CN-TIPO-PROFISSIONAL
                  MOVE EE-RECURSO-AVALIACAO TO CN-RECURSO-AVALIACAO
                  ADD 1 TO WS-QTD-AEE-EXTRATO
               END-IF
            END-IF
            .
       P350-FIM.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DA UNIDADE NO CENSO (INEP E NOME DO CADASTRO DE
      * UNIDADES) E OS NOMES DOS ARQUIVOS DELA.
      *-----------------------------------------------------------------
       P380-PREPARAR-UNIDADE.
            MOVE UN-CD-UNIDADE TO WS-UNIDADE-EXTRATO
            MOVE UN-CD-INEP TO WS-CODIGO-ESCOLA
            MOVE UN-NM-UNIDADE TO WS-NOME-ESCOLA
            MOVE SPACES TO WS-NOME-CENSO
            STRING '../../CENSO-ESCOLAR-' WS-UNIDADE-EXTRATO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-CENSO
            END-STRING
            MOVE SPACES TO WS-NOME-REJEITADOS
            STRING '../../CENSO-REJEITADOS-' WS-UNIDADE-EXTRATO '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-REJEITADOS
            END-STRING
            ADD 1 TO WS-QTD-EXTRATOS
            .
       P380-FIM.
      *-----------------------------------------------------------------
      * UM EXTRATO COMPLETO (CABECALHO, DETALHES, RODAPE E A LISTA DE
      * CORRECAO) COM OS ALUNOS DA UNIDADE EM WS-UNIDADE-EXTRATO - EM
      * BRANCO, O MESTRE INTEIRO (ESCOLA UNICA).
      *-----------------------------------------------------------------
       P400-GERAR-EXTRATO.
            MOVE 0 TO WS-QTD-INCLUIDOS
            MOVE 0 TO WS-QTD-REJEITADOS
            MOVE 0 TO WS-QTD-AEE-EXTRATO
            MOVE 0 TO WS-QTD-ATIVOS
            MOVE 0 TO WS-QTD-TRANCADOS
            MOVE 0 TO WS-QTD-TRANSFERIDOS
            MOVE 0 TO WS-QTD-EVADIDOS
            MOVE 0 TO WS-QTD-CONCLUIDOS
            MOVE 0 TO WS-QTD-FALECIDOS
            MOVE 0 TO WS-QTD-INATIVOS
            MOVE 'N' TO WS-EOF

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
               STOP RUN
            END-IF

            OPEN OUTPUT CENSO-FILE
            OPEN OUTPUT REJEITADOS-FILE

            MOVE SPACES TO REC-CENSO
            STRING 'H' WS-CODIGO-ESCOLA WS-NOME-ESCOLA
                   WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-CENSO
            END-STRING
            WRITE REC-CENSO

            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        CALL 'CONFERIR-UNIDADE'
                                      USING WS-UNIDADE-EXTRATO,
                                            CD-UNIDADE,
                                            WS-RETORNO-UNIDADE
                        IF WS-RETORNO-UNIDADE = 0 THEN
                           PERFORM P150-CONTAR-SITUACAO
                           IF ST-ATIVO THEN
                              PERFORM P200-VALIDAR-E-GRAVAR
                           END-IF
                        END-IF
               END-READ
            END-PERFORM

            MOVE SPACES TO REC-CENSO
            MOVE 'T' TO CN-TIPO
            MOVE WS-QTD-INCLUIDOS TO CN-QTD-DETALHES
            WRITE REC-CENSO

            PERFORM P900-RESUMO-SITUACOES

            CLOSE STUDENT
            CLOSE CENSO-FILE
            CLOSE REJEITADOS-FILE

            DISPLAY 'EXTRATO GERADO: ' WS-NOME-CENSO (7:34)
            DISPLAY 'ALUNOS INCLUIDOS..............: '
                    WS-QTD-INCLUIDOS
            DISPLAY 'REJEITADOS PARA CORRECAO......: '
                    WS-QTD-REJEITADOS
            DISPLAY 'ALUNOS COM AEE NO EXTRATO.....: '
                    WS-QTD-AEE-EXTRATO
            DISPLAY 'SITUACOES: ATIVOS ' WS-QTD-ATIVOS
                    ' TRANCADOS ' WS-QTD-TRANCADOS
                    ' TRANSFERIDOS ' WS-QTD-TRANSFERIDOS
            DISPLAY '           EVADIDOS ' WS-QTD-EVADIDOS
                    ' CONCLUIDOS ' WS-QTD-CONCLUIDOS
                    ' FALECIDOS ' WS-QTD-FALECIDOS
                    ' INATIVOS ' WS-QTD-INATIVOS
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CENSO-ESCOLAR' TO LY-PROGRAMA
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
       END PROGRAM CENSO-ESCOLAR.
