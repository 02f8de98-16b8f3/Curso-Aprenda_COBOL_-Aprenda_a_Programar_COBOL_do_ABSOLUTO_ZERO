      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: CONSOLIDACAO DO LOTE PARTICIONADO DE FIM DE PERIODO
      *          (VEJA PARTICAO-LOTE-RECORD.CPY E P010 DO PRINCIPAL):
      *          CADA PARTICAO GRAVA AS PROPRIAS SAIDAS (PENDENTES-
      *          PNN, EXCECOES-PNN, NOTAS-DETALHE-PNN, LANCAMENTOS-
      *          TARDIOS-PNN, PARECERES-PNN E AUDITORIA-PNN) E ESTE
      *          PROGRAMA, COM TODAS AS PARTICOES PARADAS E A TRAVA
      *          UNICA NA MAO, JUNTA TUDO NOS ARQUIVOS COMPARTILHADOS.
      *          ANTES DE JUNTAR, BALANCA: O TOTAL AFIRMADO PELAS
      *          EXECUCOES DE CADA PARTICAO DESDE A ULTIMA CONSOLIDACAO
      *          (EX-QTD-GRAVADOS DOS REGISTROS 'PRINCIPAL-LOTE-PNN' EM
      *          EXECUCOES.TXT) TEM QUE BATER COM AS LINHAS NO DISCO EM
      *          PENDENTES-PNN E AUDITORIA-PNN. QUALQUER DIFERENCA
      *          (PARTICAO MORTA NO MEIO DA GRAVACAO, ARQUIVO MEXIDO)
      *          E NADA EH JUNTADO - SAI APONTADA NO RELATORIO E O
      *          REGISTRO DE EXECUCAO SAI ABORTADO, COM CODIGO DE SAIDA
      *          1 PARA O ORQUESTRADOR PARAR A CADEIA. A AUDITORIA DA
      *          PARTICAO PASSA REGISTRO A REGISTRO PELO GRAVAR-
      *          AUDITORIA, QUE ENCADEIA SEQUENCIA E TOTAL DE CONTROLE.
      *          JUNTADA A PARTICAO, OS ARQUIVOS DELA SAO ESVAZIADOS
      *          (O CHECKPOINT FICA - EH DA RETOMADA DELA). O RELATORIO
      *          (CONSOLIDACAO-PARTICOES.TXT) TRAZ TAMBEM A COBERTURA:
      *          ALUNO ATIVO FORA DE TODAS AS PARTICOES NAO FOI
      *          PROCESSADO POR NENHUMA. OS TOTAIS JUNTADOS SAO
      *          AFIRMADOS PARA PENDENTES.TXT E AUDITORIA.TXT (VEJA
      *          REGISTRAR-TOTAIS) - O BALANCO-DIARIO CONFERE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDAR-PARTICOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICAO-FILE ASSIGN TO
           '../../PARTICOES-LOTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTICAO.

           SELECT EXECUCAO-FILE ASSIGN TO
           '../../EXECUCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXECUCAO.

           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

      * SAIDAS DAS PARTICOES - UMA DE CADA VEZ, PELO NOME (ARQUIVO E
      * NUMERO DA PARTICAO), POR ISSO ASSIGN DINAMICO. O REGISTRO EH
      * DO TAMANHO DO MAIOR LAYOUT (PARECER) E VAI PARA O ARQUIVO
      * COMPARTILHADO PELO LAYOUT DELE.
           SELECT PARTICAO-SAIDA-FILE ASSIGN TO DYNAMIC
           WS-NOME-PARTICAO-SAIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTICAO-SAIDA.

           SELECT PENDENTES-FILE ASSIGN TO
           '../../PENDENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPARTILHADO.

           SELECT EXCEPTION-FILE ASSIGN TO
           '../../EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPARTILHADO.

           SELECT DETALHE-FILE ASSIGN TO
           '../../NOTAS-DETALHE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPARTILHADO.

           SELECT TARDIO-FILE ASSIGN TO
           '../../LANCAMENTOS-TARDIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPARTILHADO.

           SELECT PARECER-FILE ASSIGN TO
           '../../PARECERES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPARTILHADO.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../CONSOLIDACAO-PARTICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARTICAO-FILE.
           COPY PARTICAO-LOTE-RECORD.
      * O LOG ENTRA COM PREFIXO PROPRIO (XL-) PARA NAO COLIDIR COM O
      * REG-EXECUCAO QUE ESTE PROGRAMA MONTA PARA O REGISTRO DELE.
       FD EXECUCAO-FILE.
           COPY EXECUCAO-RECORD REPLACING ==REG-EXECUCAO==
                                       BY ==REG-EXECUCAO-LOG==
                                 LEADING ==EX== BY ==XL==.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD PARTICAO-SAIDA-FILE.
       01 REC-PARTICAO-SAIDA       PIC X(380).
       FD PENDENTES-FILE.
           COPY PENDENTE-RECORD.
       FD EXCEPTION-FILE.
           COPY EXCECAO-RECORD.
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       FD TARDIO-FILE.
           COPY TARDIO-RECORD.
       FD PARECER-FILE.
           COPY PARECER-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       WORKING-STORAGE SECTION.
       77 FS-PARTICAO                 PIC X(02)       VALUE SPACES.
       77 FS-EXECUCAO                 PIC X(02)       VALUE SPACES.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-PARTICAO-SAIDA           PIC X(02)       VALUE SPACES.
       77 FS-COMPARTILHADO            PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
      * PARTICOES CADASTRADAS (NO MAXIMO 20 - VEJA PROGARQ026) COM O
      * AFIRMADO PELAS EXECUCOES, O CONTADO NO DISCO E O QUE FOI
      * JUNTADO DE CADA ARQUIVO.
       77 WS-MAX-PARTICOES            PIC 9(02)       VALUE 20.
       77 WS-QTD-PARTICOES            PIC 9(02)       VALUE 0.
       77 WS-IDX-PT                   PIC 9(02)       VALUE 0.
       77 WS-POS-PT                   PIC 9(02)       VALUE 0.
       01 WS-TABELA-PARTICOES.
           02 WS-PT-ITEM OCCURS 20 TIMES.
              03 WS-PT-NR-PARTICAO    PIC 9(02).
              03 WS-PT-TIPO           PIC X(01).
              03 WS-PT-INICIO         PIC X(05).
              03 WS-PT-FIM            PIC X(05).
              03 WS-PT-EXECUCOES      PIC 9(03).
              03 WS-PT-ABORTADAS      PIC 9(03).
              03 WS-PT-AFIRMADO       PIC 9(07).
              03 WS-PT-FIS-PENDENTES  PIC 9(07).
              03 WS-PT-FIS-AUDITORIA  PIC 9(07).
              03 WS-PT-QTD-EXCECOES   PIC 9(07).
              03 WS-PT-QTD-DETALHES   PIC 9(07).
              03 WS-PT-QTD-TARDIOS    PIC 9(07).
              03 WS-PT-QTD-PARECERES  PIC 9(07).
              03 WS-PT-ALUNOS         PIC 9(05).
              03 WS-PT-CONFERE        PIC X(01).
      * NOME DA SAIDA DE PARTICAO EM USO: '../../' + PREFIXO + '-PNN'
      * + '.TXT' (MESMA MONTAGEM DO P016 DO PRINCIPAL).
       77 WS-NOME-PARTICAO-SAIDA      PIC X(40)       VALUE SPACES.
       77 WS-PREFIXO-SAIDA            PIC X(20)       VALUE SPACES.
       77 WS-QTD-LINHAS               PIC 9(07)       VALUE 0.
      * ARQUIVO SENDO JUNTADO: 1 = PENDENTES, 2 = EXCECOES, 3 =
      * NOTAS-DETALHE, 4 = LANCAMENTOS-TARDIOS, 5 = PARECERES,
      * 6 = AUDITORIA.
       77 WS-ARQUIVO-JUNTAR           PIC 9(01)       VALUE 0.
       77 WS-PROGRAMA-PARTICAO        PIC X(20)       VALUE SPACES.
       77 WS-NR-LOG                   PIC 9(02)       VALUE 0.
       77 WS-QTD-DIFERENCAS           PIC 9(02)       VALUE 0.
       77 WS-QTD-JUNTADAS             PIC 9(02)       VALUE 0.
       77 WS-TOT-PENDENTES            PIC 9(07)       VALUE 0.
       77 WS-TOT-AUDITORIA            PIC 9(07)       VALUE 0.
       77 WS-TOT-EXCECOES             PIC 9(07)       VALUE 0.
       77 WS-TOT-DETALHES             PIC 9(07)       VALUE 0.
       77 WS-TOT-TARDIOS              PIC 9(07)       VALUE 0.
       77 WS-TOT-PARECERES            PIC 9(07)       VALUE 0.
       77 WS-FALHAS-AUDITORIA         PIC 9(07)       VALUE 0.
      * COBERTURA DO MESTRE: ALUNO ATIVO EM NENHUMA PARTICAO (NAO FOI
      * PROCESSADO) OU EM MAIS DE UMA (PROCESSADO EM DOBRO).
       77 WS-CD-STUDENT-TXT           PIC X(05)       VALUE SPACES.
       77 WS-QTD-PARTICOES-ALUNO      PIC 9(02)       VALUE 0.
       77 WS-QTD-SEM-PARTICAO         PIC 9(05)       VALUE 0.
       77 WS-QTD-EM-DUAS              PIC 9(05)       VALUE 0.
       77 WS-SITUACAO-EDT             PIC X(09)       VALUE SPACES.
           COPY AUDITORIA-RECORD.
       77 WS-RETORNO-AUDITORIA        PIC 9(01)       VALUE 0.
      * TRAVA UNICA (VEJA OBTER-TRAVA) E CONSULTA DAS TRAVAS DE
      * PARTICAO (VEJA CONSULTAR-TRAVAS-PARTICAO).
           COPY TRAVA-RECORD.
       77 WS-FORCAR-TRAVA             PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
       77 WS-QTD-TRAVAS-PARTICAO      PIC 9(02)       VALUE 0.
       77 WS-RETORNO-CONSULTA-TRAVAS  PIC 9(01)       VALUE 0.
      * TOTAIS AFIRMADOS DOS ARQUIVOS COMPARTILHADOS (VEJA
      * REGISTRAR-TOTAIS E BALANCO-DIARIO).
       77 WS-PROGRAMA-TOTAL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-TOTAL            PIC X(20)       VALUE SPACES.
       77 WS-QTD-GRAVADOS-TOTAL       PIC 9(07)       VALUE 0.
       77 WS-DATA-TOTAL               PIC 9(08)       VALUE 0.
       77 WS-RETORNO-TOTAIS           PIC 9(01)       VALUE 0.
      * SPOOL DE RELATORIOS (VEJA ESPOLAR-SAIDA).
       77 WS-PROGRAMA-SPOOL           PIC X(20)       VALUE SPACES.
       77 WS-ARQUIVO-SPOOL            PIC X(40)       VALUE SPACES.
       77 WS-PARAMETROS-SPOOL         PIC X(40)       VALUE SPACES.
       77 WS-OPERADOR-SPOOL           PIC X(10)       VALUE 'N/D'.
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
            DISPLAY 'CONSOLIDACAO DO LOTE PARTICIONADO'
            INITIALIZE REG-EXECUCAO
            MOVE 'CONSOLIDAR-PARTICOES' TO EX-PROGRAMA
            MOVE 'N/D' TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME

            PERFORM P050-OBTER-TRAVA
            PERFORM P060-CONFERIR-PARTICOES-PARADAS

            PERFORM P100-CARREGAR-PARTICOES
            PERFORM P200-SOMAR-AFIRMADOS
            PERFORM P300-CONTAR-SAIDAS
            PERFORM P400-CONFERIR-COBERTURA

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'CONSOLIDACAO DO LOTE PARTICIONADO - '
                   EX-DATA-INICIO ' ' EX-HORA-INICIO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

      * SO JUNTA COM TODAS AS PARTICOES BALANCEADAS - JUNTAR UMA
      * PARTE DEIXARIA AS OUTRAS PARA UMA CONSOLIDACAO QUE JA NAO
      * SOMARIA AS MESMAS EXECUCOES.
            IF WS-QTD-DIFERENCAS = 0 THEN
               PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                       UNTIL WS-IDX-PT > WS-QTD-PARTICOES
                  PERFORM P500-JUNTAR-PARTICAO
               END-PERFORM
            END-IF

            PERFORM P800-IMPRIMIR-RESULTADO
            CLOSE RELATORIO-FILE

            IF WS-QTD-DIFERENCAS = 0 THEN
               PERFORM P850-AFIRMAR-TOTAIS
            END-IF

            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE SPACES TO EX-PARAMETROS
            STRING 'PARTICOES=' WS-QTD-PARTICOES
                   ' JUNTADAS=' WS-QTD-JUNTADAS
                   DELIMITED BY SIZE INTO EX-PARAMETROS
            END-STRING
            MOVE WS-QTD-PARTICOES TO EX-QTD-LIDOS
            MOVE WS-TOT-PENDENTES TO EX-QTD-GRAVADOS
            MOVE WS-QTD-DIFERENCAS TO EX-QTD-REJEITADOS
            IF WS-QTD-DIFERENCAS = 0 THEN
               SET EX-RESULTADO-NORMAL TO TRUE
            ELSE
               SET EX-RESULTADO-ABORTADO TO TRUE
            END-IF
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            MOVE 'CONSOLIDAR-PARTICOES' TO WS-PROGRAMA-SPOOL
            MOVE '../../CONSOLIDACAO-PARTICOES.TXT' TO WS-ARQUIVO-SPOOL
            MOVE EX-PARAMETROS TO WS-PARAMETROS-SPOOL
            CALL 'ESPOLAR-SAIDA'
                          USING WS-PROGRAMA-SPOOL, WS-ARQUIVO-SPOOL,
                                WS-PARAMETROS-SPOOL,
                                WS-OPERADOR-SPOOL,
                                WS-RETORNO-ESPOLAR

            DISPLAY 'RELATORIO GERADO: CONSOLIDACAO-PARTICOES.TXT'
            DISPLAY 'PARTICOES CADASTRADAS.........: '
                    WS-QTD-PARTICOES
            DISPLAY 'PARTICOES JUNTADAS............: '
                    WS-QTD-JUNTADAS
            DISPLAY 'PARTICOES COM DIFERENCA.......: '
                    WS-QTD-DIFERENCAS
            DISPLAY 'PENDENTES JUNTADOS............: '
                    WS-TOT-PENDENTES
            IF WS-QTD-DIFERENCAS > 0 THEN
               DISPLAY '***********************************************'
               DISPLAY '* TOTAIS NAO BATEM - NADA FOI JUNTADO. VEJA  *'
               DISPLAY '* CONSOLIDACAO-PARTICOES.TXT                 *'
               DISPLAY '***********************************************'
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
      * A CONSOLIDACAO GRAVA NOS ARQUIVOS COMPARTILHADOS: TRAVA UNICA,
      * SEM FORCAR - RODA SEM NINGUEM NO TERMINAL, ENTAO TRAVA OCUPADA
      * ENCERRA COM O DETENTOR NA TELA E CODIGO DE SAIDA 1.
      *-----------------------------------------------------------------
       P050-OBTER-TRAVA.
            MOVE 'CONSOLIDAR-PARTICOES' TO TV-PROGRAMA
            MOVE 'N/D' TO TV-OPERADOR
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
               DISPLAY '* CONSOLIDACAO NAO EXECUTADA                 *'
               DISPLAY '***********************************************'
               MOVE 'TRAVA OCUPADA' TO EX-PARAMETROS
               PERFORM P950-REGISTRAR-RECUSA
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * PARTICAO RODANDO (OU MORTA COM A TRAVA DELA PRESA) AINDA ESTA
      * GRAVANDO AS SAIDAS QUE SERIAM JUNTADAS - NAO CONSOLIDA. TRAVA
      * VELHA DE PARTICAO SE LIBERA NO PROGARQ026.
      *-----------------------------------------------------------------
       P060-CONFERIR-PARTICOES-PARADAS.
            CALL 'CONSULTAR-TRAVAS-PARTICAO'
                          USING WS-QTD-TRAVAS-PARTICAO, REG-TRAVA,
                                WS-RETORNO-CONSULTA-TRAVAS
            IF WS-RETORNO-CONSULTA-TRAVAS = 1 THEN
               DISPLAY '***********************************************'
               DISPLAY '* EXISTE PARTICAO DO LOTE EM ANDAMENTO:      *'
               DISPLAY '* PROGRAMA ' TV-PROGRAMA
               DISPLAY '* DESDE ' TV-DATA ' ' TV-HORA
               DISPLAY '* TRAVAS DE PARTICAO OCUPADAS: '
                       WS-QTD-TRAVAS-PARTICAO
               DISPLAY '* CONSOLIDACAO NAO EXECUTADA (TRAVA VELHA:   *'
               DISPLAY '* LIBERE NO PROGARQ026)                      *'
               DISPLAY '***********************************************'
               CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
               MOVE 'PARTICAO EM ANDAMENTO' TO EX-PARAMETROS
               PERFORM P950-REGISTRAR-RECUSA
            END-IF
            .
       P060-FIM.
      *-----------------------------------------------------------------
       P100-CARREGAR-PARTICOES.
            MOVE 0 TO WS-QTD-PARTICOES
            INITIALIZE WS-TABELA-PARTICOES
            MOVE 'N' TO WS-EOF
            OPEN INPUT PARTICAO-FILE
            IF FS-PARTICAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARTICAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PARTICOES < WS-MAX-PARTICOES
                              THEN
                              ADD 1 TO WS-QTD-PARTICOES
                              MOVE PL-NR-PARTICAO TO
                                 WS-PT-NR-PARTICAO (WS-QTD-PARTICOES)
                              MOVE PL-TIPO TO
                                 WS-PT-TIPO (WS-QTD-PARTICOES)
                              MOVE PL-INICIO TO
                                 WS-PT-INICIO (WS-QTD-PARTICOES)
                              MOVE PL-FIM TO
                                 WS-PT-FIM (WS-QTD-PARTICOES)
                              MOVE 'S' TO
                                 WS-PT-CONFERE (WS-QTD-PARTICOES)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE PARTICAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF

            IF WS-QTD-PARTICOES = 0 THEN
               DISPLAY 'NENHUMA PARTICAO CADASTRADA (PROGARQ026) - '
                       'NADA A CONSOLIDAR'
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * AFIRMADO POR PARTICAO: SOMA DAS EXECUCOES 'PRINCIPAL-LOTE-PNN'
      * (NORMAIS OU ABORTADAS - O ABORTO CONTROLADO TAMBEM REGISTRA O
      * QUE GRAVOU) GRAVADAS DEPOIS DA ULTIMA CONSOLIDACAO NORMAL. O
      * LOG EH ANEXADO EM ORDEM, ENTAO "DEPOIS" EH A POSICAO NELE.
      *-----------------------------------------------------------------
       P200-SOMAR-AFIRMADOS.
            MOVE 'N' TO WS-EOF
            OPEN INPUT EXECUCAO-FILE
            IF FS-EXECUCAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXECUCAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END PERFORM P210-AVALIAR-EXECUCAO
                  END-READ
               END-PERFORM
               CLOSE EXECUCAO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-AVALIAR-EXECUCAO.
            IF XL-PROGRAMA = 'CONSOLIDAR-PARTICOES' AND
               XL-RESULTADO-NORMAL THEN
               PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                       UNTIL WS-IDX-PT > WS-QTD-PARTICOES
                  MOVE 0 TO WS-PT-EXECUCOES (WS-IDX-PT)
                  MOVE 0 TO WS-PT-ABORTADAS (WS-IDX-PT)
                  MOVE 0 TO WS-PT-AFIRMADO (WS-IDX-PT)
               END-PERFORM
            END-IF

            IF XL-PROGRAMA (1:16) = 'PRINCIPAL-LOTE-P' AND
               XL-PROGRAMA (17:2) IS NUMERIC THEN
               MOVE XL-PROGRAMA (17:2) TO WS-NR-LOG
               MOVE 0 TO WS-POS-PT
               PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                       UNTIL WS-IDX-PT > WS-QTD-PARTICOES
                  IF WS-PT-NR-PARTICAO (WS-IDX-PT) = WS-NR-LOG THEN
                     MOVE WS-IDX-PT TO WS-POS-PT
                  END-IF
               END-PERFORM
               IF WS-POS-PT > 0 THEN
                  ADD 1 TO WS-PT-EXECUCOES (WS-POS-PT)
                  IF XL-RESULTADO-ABORTADO THEN
                     ADD 1 TO WS-PT-ABORTADAS (WS-POS-PT)
                  END-IF
                  ADD XL-QTD-GRAVADOS TO WS-PT-AFIRMADO (WS-POS-PT)
               END-IF
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * CONTAGEM FISICA DE CADA SAIDA DE CADA PARTICAO. PENDENTES E
      * AUDITORIA TEM QUE BATER COM O AFIRMADO (UM REGISTRO DE CADA
      * POR MEDIA GRAVADA - VEJA P415 DO PRINCIPAL); AS DEMAIS SAO SO
      * INFORMADAS NO RELATORIO.
      *-----------------------------------------------------------------
       P300-CONTAR-SAIDAS.
            MOVE 0 TO WS-QTD-DIFERENCAS
            PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                    UNTIL WS-IDX-PT > WS-QTD-PARTICOES
               MOVE 'PENDENTES' TO WS-PREFIXO-SAIDA
               PERFORM P310-CONTAR-LINHAS
               MOVE WS-QTD-LINHAS TO WS-PT-FIS-PENDENTES (WS-IDX-PT)

               MOVE 'AUDITORIA' TO WS-PREFIXO-SAIDA
               PERFORM P310-CONTAR-LINHAS
               MOVE WS-QTD-LINHAS TO WS-PT-FIS-AUDITORIA (WS-IDX-PT)

               MOVE 'EXCECOES' TO WS-PREFIXO-SAIDA
               PERFORM P310-CONTAR-LINHAS
               MOVE WS-QTD-LINHAS TO WS-PT-QTD-EXCECOES (WS-IDX-PT)

               MOVE 'NOTAS-DETALHE' TO WS-PREFIXO-SAIDA
               PERFORM P310-CONTAR-LINHAS
               MOVE WS-QTD-LINHAS TO WS-PT-QTD-DETALHES (WS-IDX-PT)

               MOVE 'LANCAMENTOS-TARDIOS' TO WS-PREFIXO-SAIDA
               PERFORM P310-CONTAR-LINHAS
               MOVE WS-QTD-LINHAS TO WS-PT-QTD-TARDIOS (WS-IDX-PT)

               MOVE 'PARECERES' TO WS-PREFIXO-SAIDA
               PERFORM P310-CONTAR-LINHAS
               MOVE WS-QTD-LINHAS TO WS-PT-QTD-PARECERES (WS-IDX-PT)

               IF WS-PT-FIS-PENDENTES (WS-IDX-PT) NOT =
                  WS-PT-AFIRMADO (WS-IDX-PT) OR
                  WS-PT-FIS-AUDITORIA (WS-IDX-PT) NOT =
                  WS-PT-AFIRMADO (WS-IDX-PT) THEN
                  MOVE 'N' TO WS-PT-CONFERE (WS-IDX-PT)
                  ADD 1 TO WS-QTD-DIFERENCAS
               END-IF
            END-PERFORM
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-CONTAR-LINHAS.
            PERFORM P320-MONTAR-NOME
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT PARTICAO-SAIDA-FILE
            IF FS-PARTICAO-SAIDA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARTICAO-SAIDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END ADD 1 TO WS-QTD-LINHAS
                  END-READ
               END-PERFORM
               CLOSE PARTICAO-SAIDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-MONTAR-NOME.
            MOVE SPACES TO WS-NOME-PARTICAO-SAIDA
            STRING '../../' DELIMITED BY SIZE
                   WS-PREFIXO-SAIDA DELIMITED BY SPACE
                   '-P' WS-PT-NR-PARTICAO (WS-IDX-PT) '.TXT'
                   DELIMITED BY SIZE
                   INTO WS-NOME-PARTICAO-SAIDA
            END-STRING
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * COBERTURA: CADA ALUNO ATIVO DO MESTRE CONTRA AS FAIXAS (MESMO
      * CRITERIO DO P262 DO PRINCIPAL). FORA DE TODAS = NAO FOI
      * PROCESSADO; EM MAIS DE UMA = PROCESSADO EM DOBRO (O PROGARQ026
      * NAO DEIXA CADASTRAR, MAS O ARQUIVO PODE TER SIDO EDITADO).
      *-----------------------------------------------------------------
       P400-CONFERIR-COBERTURA.
            MOVE 0 TO WS-QTD-SEM-PARTICAO
            MOVE 0 TO WS-QTD-EM-DUAS
            IF WS-QTD-PARTICOES > 0 THEN
               MOVE 'N' TO WS-EOF
               OPEN INPUT STUDENT
               IF FS-STUDENT = '00' THEN
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ STUDENT NEXT RECORD
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              IF ST-ATIVO THEN
                                 PERFORM P410-LOCALIZAR-ALUNO
                              END-IF
                     END-READ
                  END-PERFORM
                  CLOSE STUDENT
               END-IF
               MOVE 'N' TO WS-EOF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-LOCALIZAR-ALUNO.
            MOVE CD-STUDENT TO WS-CD-STUDENT-TXT
            MOVE 0 TO WS-QTD-PARTICOES-ALUNO
            PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                    UNTIL WS-IDX-PT > WS-QTD-PARTICOES
               IF WS-PT-TIPO (WS-IDX-PT) = 'T' THEN
                  IF CD-TURMA >= WS-PT-INICIO (WS-IDX-PT) AND
                     CD-TURMA <= WS-PT-FIM (WS-IDX-PT) THEN
                     ADD 1 TO WS-QTD-PARTICOES-ALUNO
                     ADD 1 TO WS-PT-ALUNOS (WS-IDX-PT)
                  END-IF
               ELSE
                  IF WS-CD-STUDENT-TXT >= WS-PT-INICIO (WS-IDX-PT) AND
                     WS-CD-STUDENT-TXT <= WS-PT-FIM (WS-IDX-PT) THEN
                     ADD 1 TO WS-QTD-PARTICOES-ALUNO
                     ADD 1 TO WS-PT-ALUNOS (WS-IDX-PT)
                  END-IF
               END-IF
            END-PERFORM

            IF WS-QTD-PARTICOES-ALUNO = 0 THEN
               ADD 1 TO WS-QTD-SEM-PARTICAO
            END-IF
            IF WS-QTD-PARTICOES-ALUNO > 1 THEN
               ADD 1 TO WS-QTD-EM-DUAS
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * JUNTA AS SEIS SAIDAS DA PARTICAO NOS ARQUIVOS COMPARTILHADOS E
      * ESVAZIA AS DELA. A AUDITORIA VAI PELO GRAVAR-AUDITORIA, UM
      * REGISTRO POR VEZ, NA ORDEM EM QUE A PARTICAO GRAVOU.
      *-----------------------------------------------------------------
       P500-JUNTAR-PARTICAO.
            MOVE 'PENDENTES' TO WS-PREFIXO-SAIDA
            MOVE 1 TO WS-ARQUIVO-JUNTAR
            PERFORM P510-JUNTAR-ARQUIVO
            ADD WS-QTD-LINHAS TO WS-TOT-PENDENTES

            MOVE 'EXCECOES' TO WS-PREFIXO-SAIDA
            MOVE 2 TO WS-ARQUIVO-JUNTAR
            PERFORM P510-JUNTAR-ARQUIVO
            ADD WS-QTD-LINHAS TO WS-TOT-EXCECOES

            MOVE 'NOTAS-DETALHE' TO WS-PREFIXO-SAIDA
            MOVE 3 TO WS-ARQUIVO-JUNTAR
            PERFORM P510-JUNTAR-ARQUIVO
            ADD WS-QTD-LINHAS TO WS-TOT-DETALHES

            MOVE 'LANCAMENTOS-TARDIOS' TO WS-PREFIXO-SAIDA
            MOVE 4 TO WS-ARQUIVO-JUNTAR
            PERFORM P510-JUNTAR-ARQUIVO
            ADD WS-QTD-LINHAS TO WS-TOT-TARDIOS

            MOVE 'PARECERES' TO WS-PREFIXO-SAIDA
            MOVE 5 TO WS-ARQUIVO-JUNTAR
            PERFORM P510-JUNTAR-ARQUIVO
            ADD WS-QTD-LINHAS TO WS-TOT-PARECERES

            MOVE 'AUDITORIA' TO WS-PREFIXO-SAIDA
            MOVE 6 TO WS-ARQUIVO-JUNTAR
            PERFORM P510-JUNTAR-ARQUIVO
            ADD WS-QTD-LINHAS TO WS-TOT-AUDITORIA

            ADD 1 TO WS-QTD-JUNTADAS
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-JUNTAR-ARQUIVO.
            PERFORM P320-MONTAR-NOME
            MOVE 0 TO WS-QTD-LINHAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT PARTICAO-SAIDA-FILE
            IF FS-PARTICAO-SAIDA = '00' THEN
               PERFORM P520-ABRIR-COMPARTILHADO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARTICAO-SAIDA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LINHAS
                           PERFORM P530-GRAVAR-COMPARTILHADO
                  END-READ
               END-PERFORM
               PERFORM P540-FECHAR-COMPARTILHADO
               CLOSE PARTICAO-SAIDA-FILE

               OPEN OUTPUT PARTICAO-SAIDA-FILE
               CLOSE PARTICAO-SAIDA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P520-ABRIR-COMPARTILHADO.
            EVALUATE WS-ARQUIVO-JUNTAR
               WHEN 1
                  OPEN EXTEND PENDENTES-FILE
                  IF FS-COMPARTILHADO = '35' THEN
                     OPEN OUTPUT PENDENTES-FILE
                  END-IF
               WHEN 2
                  OPEN EXTEND EXCEPTION-FILE
                  IF FS-COMPARTILHADO = '35' THEN
                     OPEN OUTPUT EXCEPTION-FILE
                  END-IF
               WHEN 3
                  OPEN EXTEND DETALHE-FILE
                  IF FS-COMPARTILHADO = '35' THEN
                     OPEN OUTPUT DETALHE-FILE
                  END-IF
               WHEN 4
                  OPEN EXTEND TARDIO-FILE
                  IF FS-COMPARTILHADO = '35' THEN
                     OPEN OUTPUT TARDIO-FILE
                  END-IF
               WHEN 5
                  OPEN EXTEND PARECER-FILE
                  IF FS-COMPARTILHADO = '35' THEN
                     OPEN OUTPUT PARECER-FILE
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P520-FIM.
      *-----------------------------------------------------------------
       P530-GRAVAR-COMPARTILHADO.
            EVALUATE WS-ARQUIVO-JUNTAR
               WHEN 1
                  WRITE REG-PENDENTE FROM REC-PARTICAO-SAIDA
               WHEN 2
                  WRITE REG-EXCECAO FROM REC-PARTICAO-SAIDA
               WHEN 3
                  WRITE REG-NOTA-DETALHE FROM REC-PARTICAO-SAIDA
               WHEN 4
                  WRITE REG-TARDIO FROM REC-PARTICAO-SAIDA
               WHEN 5
                  WRITE REG-PARECER FROM REC-PARTICAO-SAIDA
               WHEN 6
                  MOVE REC-PARTICAO-SAIDA TO REG-AUDITORIA
                  CALL 'GRAVAR-AUDITORIA'
                                USING REG-AUDITORIA,
                                      WS-RETORNO-AUDITORIA
                  IF WS-RETORNO-AUDITORIA NOT = 0 THEN
                     ADD 1 TO WS-FALHAS-AUDITORIA
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P530-FIM.
      *-----------------------------------------------------------------
       P540-FECHAR-COMPARTILHADO.
            EVALUATE WS-ARQUIVO-JUNTAR
               WHEN 1
                  CLOSE PENDENTES-FILE
               WHEN 2
                  CLOSE EXCEPTION-FILE
               WHEN 3
                  CLOSE DETALHE-FILE
               WHEN 4
                  CLOSE TARDIO-FILE
               WHEN 5
                  CLOSE PARECER-FILE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P540-FIM.
      *-----------------------------------------------------------------
       P800-IMPRIMIR-RESULTADO.
            MOVE 'PT EXEC ABRT AFIRMADO PENDENT AUDITOR EXCECOE DETALHE'
              TO REC-RELATORIO
            MOVE ' TARDIOS PARECER ALUNOS SITUACAO'
              TO REC-RELATORIO (54:)
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                    UNTIL WS-IDX-PT > WS-QTD-PARTICOES
               IF WS-PT-CONFERE (WS-IDX-PT) = 'S' THEN
                  MOVE 'OK' TO WS-SITUACAO-EDT
               ELSE
                  MOVE 'DIFERENCA' TO WS-SITUACAO-EDT
               END-IF
               MOVE SPACES TO REC-RELATORIO
               STRING WS-PT-NR-PARTICAO (WS-IDX-PT) ' '
                      WS-PT-EXECUCOES (WS-IDX-PT) '  '
                      WS-PT-ABORTADAS (WS-IDX-PT) '  '
                      WS-PT-AFIRMADO (WS-IDX-PT) '  '
                      WS-PT-FIS-PENDENTES (WS-IDX-PT) ' '
                      WS-PT-FIS-AUDITORIA (WS-IDX-PT) ' '
                      WS-PT-QTD-EXCECOES (WS-IDX-PT) ' '
                      WS-PT-QTD-DETALHES (WS-IDX-PT) ' '
                      WS-PT-QTD-TARDIOS (WS-IDX-PT) ' '
                      WS-PT-QTD-PARECERES (WS-IDX-PT) ' '
                      WS-PT-ALUNOS (WS-IDX-PT) ' '
                      WS-SITUACAO-EDT
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'ALUNOS ATIVOS FORA DE TODAS AS PARTICOES...: '
                   WS-QTD-SEM-PARTICAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'ALUNOS ATIVOS EM MAIS DE UMA PARTICAO......: '
                   WS-QTD-EM-DUAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

            IF WS-QTD-DIFERENCAS > 0 THEN
               MOVE SPACES TO REC-RELATORIO
               STRING 'PARTICOES COM DIFERENCA: ' WS-QTD-DIFERENCAS
                      ' - NADA FOI JUNTADO (AFIRMADO NAS EXECUCOES '
                      'DIFERENTE DO DISCO)'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            ELSE
               MOVE SPACES TO REC-RELATORIO
               STRING 'JUNTADOS: PENDENTES ' WS-TOT-PENDENTES
                      ' AUDITORIA ' WS-TOT-AUDITORIA
                      ' EXCECOES ' WS-TOT-EXCECOES
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               MOVE SPACES TO REC-RELATORIO
               STRING '          DETALHES ' WS-TOT-DETALHES
                      ' TARDIOS ' WS-TOT-TARDIOS
                      ' PARECERES ' WS-TOT-PARECERES
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               IF WS-FALHAS-AUDITORIA > 0 THEN
                  MOVE SPACES TO REC-RELATORIO
                  STRING 'FALHAS NA GRAVACAO DA AUDITORIA: '
                         WS-FALHAS-AUDITORIA
                         DELIMITED BY SIZE INTO REC-RELATORIO
                  END-STRING
                  WRITE REC-RELATORIO
               END-IF
            END-IF
            .
       P800-FIM.
      *-----------------------------------------------------------------
      * O QUE FOI JUNTADO PASSA A SER AFIRMADO PARA OS ARQUIVOS
      * COMPARTILHADOS - AS PARTICOES AFIRMARAM SO OS DELAS.
      *-----------------------------------------------------------------
       P850-AFIRMAR-TOTAIS.
            MOVE 'CONSOLIDAR-PARTICOES' TO WS-PROGRAMA-TOTAL
            MOVE 'PENDENTES.TXT' TO WS-ARQUIVO-TOTAL
            MOVE WS-TOT-PENDENTES TO WS-QTD-GRAVADOS-TOTAL
            MOVE 0 TO WS-DATA-TOTAL
            CALL 'REGISTRAR-TOTAIS'
                          USING WS-PROGRAMA-TOTAL, WS-ARQUIVO-TOTAL,
                                WS-QTD-GRAVADOS-TOTAL,
                                WS-DATA-TOTAL,
                                WS-RETORNO-TOTAIS
            MOVE 'AUDITORIA.TXT' TO WS-ARQUIVO-TOTAL
            COMPUTE WS-QTD-GRAVADOS-TOTAL =
                    WS-TOT-AUDITORIA - WS-FALHAS-AUDITORIA
            CALL 'REGISTRAR-TOTAIS'
                          USING WS-PROGRAMA-TOTAL, WS-ARQUIVO-TOTAL,
                                WS-QTD-GRAVADOS-TOTAL,
                                WS-DATA-TOTAL,
                                WS-RETORNO-TOTAIS
            .
       P850-FIM.
      *-----------------------------------------------------------------
      * RECUSA ANTES DE JUNTAR QUALQUER COISA: REGISTRO ABORTADO (O
      * MOTIVO VAI EM EX-PARAMETROS) E CODIGO DE SAIDA 1.
      *-----------------------------------------------------------------
       P950-REGISTRAR-RECUSA.
            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            SET EX-RESULTADO-ABORTADO TO TRUE
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR
            MOVE 1 TO RETURN-CODE
            STOP RUN
            .
       P950-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'CONSOLIDAR-PARTICOES' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA

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
       END PROGRAM CONSOLIDAR-PARTICOES.
