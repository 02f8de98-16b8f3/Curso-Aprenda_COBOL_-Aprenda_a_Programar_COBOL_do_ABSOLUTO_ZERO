      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: AUDITORIA NOTURNA DE RECALCULO DAS MEDIAS GRAVADAS:
      *          NADA PROVAVA QUE A MEDIA DE NOTAS-HIST.TXT EH A QUE AS
      *          NOTAS INDIVIDUAIS DE NOTAS-DETALHE.TXT PRODUZEM -
      *          CURVA, CORRECAO, CONSELHO E IMPORTACAO MEXEM NA MEDIA
      *          CADA UM POR UM CAMINHO. PARA CADA MEDIA VIVA (ALUNO +
      *          MATERIA + ANO + PERIODO) O PROGRAMA:
      *          1) REFAZ A CADEIA DE REGISTROS DO HISTORICO NA ORDEM
      *             DO ARQUIVO: O LANCAMENTO APROVADO (APROVAR-NOTAS)
      *             EH A BASE, CUJO CARIMBO DE DATA/HORA CASA COM O
      *             DETALHE; OS REGISTROS POSTERIORES DIZEM QUEM MEXEU
      *             NA MEDIA, PELO PROGRAMA QUE OS GRAVOU NO JORNAL
      *             (AJUSTAR-CURVA, CORRIGIR-NOTA, REVISAO-NOTA,
      *             CONSELHO, LANCAR-RECUPERACAO, PROVA-FINAL) OU, SEM
      *             O JORNAL, PELO TIPO DO REGISTRO ('C' CORRECAO, 'O'
      *             CONSELHO);
      *          2) RECALCULA A MEDIA DA BASE PELO CALCULAR-MEDIA COM AS
      *             NOTAS DO DETALHE, OS LIMIARES DA POLITICA DA TURMA
      *             (BUSCAR-TURMA) E A ESCALA EM VIGOR NO REGISTRO
      *             (NH-ESCALA);
      *          3) CLASSIFICA: CONFERE; DIFERENCA EXPLICADA (PELA
      *             CADEIA, OU RECUPERACAO NO PROPRIO LANCAMENTO QUANDO
      *             A MEDIA RECALCULADA CAI NA FAIXA DE RECUPERACAO E A
      *             GRAVADA EH ALCANCAVEL PELA REGRA (MEDIA + EXAME)/2);
      *             DIFERENCA SEM EXPLICACAO; OU MEDIA SEM DETALHE (OU
      *             COM DETALHE INCOMPLETO) POR TRAS.
      *          O RELATORIO (AUDITORIA-MEDIAS.TXT) TRAZ AS TRES LISTAS
      *          E OS TOTAIS; CADA DIFERENCA SEM EXPLICACAO E CADA MEDIA
      *          SEM DETALHE VAI PARA EXCECOES.TXT COMO ITEM ABERTO
      *          (TRATAR-EXCECOES) - SO UMA VEZ: O ITEM AINDA ABERTO DE
      *          UMA NOITE ANTERIOR NAO EH REPETIDO. RESULTADO EXTERNO
      *          ('X', HISTORICO-EXTERNO) NAO TEM DETALHE AQUI E FICA
      *          FORA. RODA SEM OPERADOR, NA CADEIA NOTURNA
      *          (ORQUESTRADOR), E REGISTRA A EXECUCAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITAR-MEDIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT DETALHE-FILE ASSIGN TO
           '../../NOTAS-DETALHE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETALHE.

           SELECT JORNAL-FILE ASSIGN TO
           '../../JORNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNAL.

           SELECT EXCEPTION-FILE ASSIGN TO
           '../../EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECAO.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../AUDITORIA-MEDIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD DETALHE-FILE.
           COPY NOTA-DETALHE-RECORD.
       FD JORNAL-FILE.
           COPY JORNAL-RECORD.
       FD EXCEPTION-FILE.
           COPY EXCECAO-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       WORKING-STORAGE SECTION.
       77 FS-HIST                     PIC X(02)       VALUE SPACES.
       77 FS-DETALHE                  PIC X(02)       VALUE SPACES.
       77 FS-JORNAL                   PIC X(02)       VALUE SPACES.
       77 FS-EXCECAO                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DATA-EMISSAO             PIC 9(08)       VALUE 0.
      * INCLUSOES NO HISTORICO FEITAS PELOS PROGRAMAS QUE MEXEM NA
      * MEDIA DEPOIS DO LANCAMENTO (JORNAL, OPERACAO 'W'), PELA CHAVE
      * ALUNO + MATERIA + CARIMBO DO REGISTRO GRAVADO. FONTE: 1 CURVA,
      * 2 CORRECAO, 3 REVISAO, 4 CONSELHO, 5 RECUPERACAO, 6 PROVA
      * FINAL, 7 RESULTADO EXTERNO.
       77 WS-QTD-FONTES               PIC 9(05)       VALUE 0.
       01 WS-TABELA-FONTES.
           02 WS-FONTE-ITEM OCCURS 5000 TIMES.
              03 WS-FT-CD-STUDENT     PIC 9(05).
              03 WS-FT-CD-MATERIA     PIC X(05).
              03 WS-FT-DATA           PIC 9(08).
              03 WS-FT-HORA           PIC 9(08).
              03 WS-FT-FONTE          PIC 9(01).
       77 WS-FONTE-ACHADA             PIC 9(01)       VALUE 0.
      * IMAGEM DO HISTORICO GRAVADA NO JORNAL (JN-IMAGEM-DEPOIS), SO
      * COM OS CAMPOS DA CHAVE (MESMAS POSICOES DE NOTAS-HIST-RECORD).
       01 WS-IMAGEM-HIST.
           03 WS-IH-CD-STUDENT        PIC 9(05).
           03 FILLER                  PIC X(65).
           03 WS-IH-CD-MATERIA        PIC X(05).
           03 FILLER                  PIC X(16).
           03 WS-IH-DATA              PIC 9(08).
           03 WS-IH-HORA              PIC 9(08).
           03 FILLER                  PIC X(13).
      * UMA LINHA POR MEDIA (ALUNO + MATERIA + ANO + PERIODO) COM O
      * ESTADO DA CADEIA NO FIM DO ARQUIVO: REGISTRO VIVO, BASE (O
      * LANCAMENTO QUE TEM DETALHE), FONTES DE AJUSTE DEPOIS DA BASE
      * (UMA POSICAO 'S'/'N' POR FONTE, NA ORDEM DE WS-FT-FONTE) E AS
      * NOTAS DO DETALHE DA BASE.
       77 WS-QTD-MEDIAS               PIC 9(05)       VALUE 0.
       01 WS-TABELA-MEDIAS.
           02 WS-MEDIA-ITEM OCCURS 5000 TIMES.
              03 WS-MD-CD-STUDENT     PIC 9(05).
              03 WS-MD-CD-MATERIA     PIC X(05).
              03 WS-MD-ANO-LETIVO     PIC 9(04).
              03 WS-MD-BIMESTRE       PIC 9(01).
              03 WS-MD-NM-STUDENT     PIC X(30).
              03 WS-MD-CD-TURMA       PIC X(05).
              03 WS-MD-MEDIA          PIC 9(03)V9(01).
              03 WS-MD-ESCALA         PIC 9(03).
              03 WS-MD-VIVO           PIC X(01).
              03 WS-MD-EXTERNO        PIC X(01).
              03 WS-MD-DATA-BASE      PIC 9(08).
              03 WS-MD-HORA-BASE      PIC 9(08).
              03 WS-MD-FONTES         PIC X(06).
              03 WS-MD-QTD-DETALHE    PIC 9(02).
              03 WS-MD-MAIOR-IDX      PIC 9(02).
              03 WS-MD-NOTA-DETALHE OCCURS 10 TIMES.
                 04 WS-MD-NOTA        PIC 9(03)V9(01).
                 04 WS-MD-TIPO        PIC 9(01).
                 04 WS-MD-ISENTA      PIC X(01).
              03 WS-MD-MEDIA-RECALC   PIC 9(03)V9(01).
      * RESULTADO: 'I' CONFERE, 'E' DIFERENCA EXPLICADA, 'D' DIFERENCA
      * SEM EXPLICACAO, 'S' SEM DETALHE (OU INCOMPLETO).
              03 WS-MD-RESULTADO      PIC X(01).
              03 WS-MD-RECUP-LANC     PIC X(01).
       77 WS-IDX-MEDIA                PIC 9(05)       VALUE 0.
       77 WS-I                        PIC 9(05)       VALUE 0.
       77 WS-IDX-FONTE                PIC 9(01)       VALUE 0.
       77 WS-IDX-NOTA                 PIC 9(02)       VALUE 0.
      * GRUPO PASSADO AO CALCULAR-MEDIA - MESMOS CAMPOS, MESMA USAGE E
      * MESMA ORDEM DO GRUPO DE PRINCIPAL/RECEBER-NOTAS.
       01 WS-NOTAS.
           03 WS-QTD-NOTAS            PIC 9(02)       VALUE 4.
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
       77 WS-RETORNO-CALCULO          PIC 9(01)       VALUE 0.
       77 WS-LIMIAR-APROV-REG         PIC 9(03)V9(01) VALUE 70.
       77 WS-LIMIAR-RECUP-REG         PIC 9(03)V9(01) VALUE 50.
       77 WS-DOBRO-MEDIA              PIC 9(04)V9(01) VALUE 0.
       77 WS-TETO-RECUP               PIC 9(04)V9(01) VALUE 0.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
      * EXCECOES DESTE PROGRAMA AINDA ABERTAS (DE NOITES ANTERIORES):
      * A MESMA DIVERGENCIA NAO VIRA UM ITEM NOVO TODA NOITE.
       77 WS-QTD-ABERTAS              PIC 9(05)       VALUE 0.
       01 WS-TABELA-ABERTAS.
           02 WS-ABERTA-ITEM OCCURS 3000 TIMES.
              03 WS-AB-CD-STUDENT     PIC 9(05).
              03 WS-AB-CD-MATERIA     PIC X(05).
              03 WS-AB-MOTIVO         PIC X(40).
       77 WS-MOTIVO-EXCECAO           PIC X(40)       VALUE SPACES.
       77 WS-JA-ABERTA                PIC X(01)       VALUE 'N'.
      * LINHA DO RELATORIO.
       77 WS-LISTA-ATUAL              PIC X(01)       VALUE SPACE.
       77 WS-TEXTO-FONTES             PIC X(60)       VALUE SPACES.
       77 WS-PONTEIRO                 PIC 9(03)       VALUE 1.
       77 WS-MEDIA-EDT                PIC ZZ9.9.
       77 WS-RECALC-EDT               PIC ZZ9.9.
       01 WS-NOMES-FONTE.
           02 FILLER                  PIC X(12)       VALUE
              'CURVA'.
           02 FILLER                  PIC X(12)       VALUE
              'CORRECAO'.
           02 FILLER                  PIC X(12)       VALUE
              'REVISAO'.
           02 FILLER                  PIC X(12)       VALUE
              'CONSELHO'.
           02 FILLER                  PIC X(12)       VALUE
              'RECUPERACAO'.
           02 FILLER                  PIC X(12)       VALUE
              'PROVA FINAL'.
       01 WS-NOMES-FONTE-R REDEFINES WS-NOMES-FONTE.
           02 WS-NOME-FONTE           PIC X(12)       OCCURS 6 TIMES.
      * TOTAIS.
       77 WS-QTD-REGISTROS-HIST       PIC 9(07)       VALUE 0.
       77 WS-QTD-REGISTROS-DET        PIC 9(07)       VALUE 0.
       77 WS-QTD-AUDITADAS            PIC 9(05)       VALUE 0.
       77 WS-QTD-CONFEREM             PIC 9(05)       VALUE 0.
       77 WS-QTD-EXPLICADAS           PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-EXPLICACAO       PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-DETALHE          PIC 9(05)       VALUE 0.
       77 WS-QTD-EXTERNAS             PIC 9(05)       VALUE 0.
       77 WS-QTD-EXCECOES-NOVAS       PIC 9(05)       VALUE 0.
      * REGISTRO DO LOG DE EXECUCOES (VEJA EXECUCAO-RECORD.CPY) - A
      * AUDITORIA NAO PEDE OPERADOR, ENTAO O CAMPO SAI COMO 'N/D'.
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
            DISPLAY 'AUDITORIA DE RECALCULO DAS MEDIAS GRAVADAS'
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

            INITIALIZE REG-EXECUCAO
            MOVE 'AUDITAR-MEDIAS' TO EX-PROGRAMA
            MOVE 'N/D' TO EX-OPERADOR
            ACCEPT EX-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT EX-HORA-INICIO FROM TIME

            PERFORM P100-CARREGAR-FONTES
            PERFORM P200-MONTAR-CADEIAS
            PERFORM P300-CARREGAR-DETALHE
            PERFORM P060-CARREGAR-ABERTAS

            PERFORM VARYING WS-IDX-MEDIA FROM 1 BY 1
                    UNTIL WS-IDX-MEDIA > WS-QTD-MEDIAS
               IF WS-MD-VIVO (WS-IDX-MEDIA) = 'S' THEN
                  IF WS-MD-EXTERNO (WS-IDX-MEDIA) = 'S' THEN
                     ADD 1 TO WS-QTD-EXTERNAS
                  ELSE
                     PERFORM P400-AUDITAR-MEDIA
                  END-IF
               END-IF
            END-PERFORM

            PERFORM P500-GRAVAR-EXCECOES
            PERFORM P600-IMPRIMIR-RELATORIO

            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE 'AUDITORIA-MEDIAS.TXT' TO EX-PARAMETROS
            MOVE WS-QTD-AUDITADAS TO EX-QTD-LIDOS
            MOVE WS-QTD-EXCECOES-NOVAS TO EX-QTD-GRAVADOS
            MOVE 0 TO EX-QTD-REJEITADOS
            SET EX-RESULTADO-NORMAL TO TRUE
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR

            DISPLAY 'MEDIAS AUDITADAS..............: ' WS-QTD-AUDITADAS
            DISPLAY 'CONFEREM COM O DETALHE........: ' WS-QTD-CONFEREM
            DISPLAY 'DIFERENCAS EXPLICADAS.........: '
                    WS-QTD-EXPLICADAS
            DISPLAY 'DIFERENCAS SEM EXPLICACAO.....: '
                    WS-QTD-SEM-EXPLICACAO
            DISPLAY 'MEDIAS SEM DETALHE............: '
                    WS-QTD-SEM-DETALHE
            DISPLAY 'RESULTADOS EXTERNOS (FORA)....: ' WS-QTD-EXTERNAS
            DISPLAY 'EXCECOES NOVAS................: '
                    WS-QTD-EXCECOES-NOVAS
            DISPLAY 'RELATORIO: AUDITORIA-MEDIAS.TXT - DIVERGENCIAS '
                    'ABERTAS EM EXCECOES.TXT (TRATAR-EXCECOES)'
            STOP RUN.
      *-----------------------------------------------------------------
      * EXCECOES DESTE PROGRAMA QUE CONTINUAM ABERTAS.
      *-----------------------------------------------------------------
       P060-CARREGAR-ABERTAS.
            MOVE 0 TO WS-QTD-ABERTAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT EXCEPTION-FILE
            IF FS-EXCECAO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ EXCEPTION-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF XC-ORIGEM = 'AUDITAR-MEDIAS' AND
                              XC-ABERTA AND WS-QTD-ABERTAS < 3000 THEN
                              ADD 1 TO WS-QTD-ABERTAS
                              MOVE XC-CD-STUDENT
                                TO WS-AB-CD-STUDENT (WS-QTD-ABERTAS)
                              MOVE XC-CD-MATERIA
                                TO WS-AB-CD-MATERIA (WS-QTD-ABERTAS)
                              MOVE XC-MOTIVO
                                TO WS-AB-MOTIVO (WS-QTD-ABERTAS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P060-FIM.
      *-----------------------------------------------------------------
      * QUEM GRAVOU CADA REGISTRO DO HISTORICO DEPOIS DO LANCAMENTO:
      * AS INCLUSOES DO JORNAL FEITAS PELOS PROGRAMAS DE AJUSTE. O
      * LANCAMENTO APROVADO (APROVAR-NOTAS) E AS REGRAVACOES DA
      * UNIFICACAO DE CADASTRO NAO ENTRAM - SAO A PROPRIA BASE.
      *-----------------------------------------------------------------
       P100-CARREGAR-FONTES.
            MOVE 0 TO WS-QTD-FONTES
            MOVE 'N' TO WS-EOF
            OPEN INPUT JORNAL-FILE
            IF FS-JORNAL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ JORNAL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF JN-ARQ-NOTAS-HIST AND JN-OP-INCLUSAO THEN
                              PERFORM P110-GUARDAR-FONTE
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDAR-FONTE.
            MOVE 0 TO WS-FONTE-ACHADA
            EVALUATE JN-PROGRAMA
               WHEN 'AJUSTAR-CURVA'      MOVE 1 TO WS-FONTE-ACHADA
               WHEN 'CORRIGIR-NOTA'      MOVE 2 TO WS-FONTE-ACHADA
               WHEN 'REVISAO-NOTA'       MOVE 3 TO WS-FONTE-ACHADA
               WHEN 'CONSELHO'           MOVE 4 TO WS-FONTE-ACHADA
               WHEN 'LANCAR-RECUPERACAO' MOVE 5 TO WS-FONTE-ACHADA
               WHEN 'PROVA-FINAL'        MOVE 6 TO WS-FONTE-ACHADA
               WHEN 'HISTORICO-EXTERNO'  MOVE 7 TO WS-FONTE-ACHADA
               WHEN OTHER                CONTINUE
            END-EVALUATE
            IF WS-FONTE-ACHADA > 0 AND WS-QTD-FONTES < 5000 THEN
               MOVE JN-IMAGEM-DEPOIS TO WS-IMAGEM-HIST
               ADD 1 TO WS-QTD-FONTES
               MOVE WS-IH-CD-STUDENT TO WS-FT-CD-STUDENT (WS-QTD-FONTES)
               MOVE WS-IH-CD-MATERIA TO WS-FT-CD-MATERIA (WS-QTD-FONTES)
               MOVE WS-IH-DATA       TO WS-FT-DATA (WS-QTD-FONTES)
               MOVE WS-IH-HORA       TO WS-FT-HORA (WS-QTD-FONTES)
               MOVE WS-FONTE-ACHADA  TO WS-FT-FONTE (WS-QTD-FONTES)
            END-IF
            .
       P110-FIM.
      *-----------------------------------------------------------------
      * O HISTORICO NA ORDEM DO ARQUIVO (CRONOLOGICA - ESTORNO MARCA O
      * REGISTRO NO LUGAR E O SUBSTITUTO VAI PARA O FIM): CADA
      * REGISTRO, ESTORNADO OU NAO, AVANCA A CADEIA DA SUA MEDIA; O
      * ULTIMO DE CADA CHAVE DIZ SE ELA AINDA ESTA VIVA.
      *-----------------------------------------------------------------
       P200-MONTAR-CADEIAS.
            MOVE 0 TO WS-QTD-MEDIAS
            MOVE 'N' TO WS-EOF
            OPEN INPUT NOTAS-HIST
            IF FS-HIST NOT = '00' THEN
               DISPLAY 'HISTORICO (NOTAS-HIST.TXT) NAO ENCONTRADO'
            ELSE
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ NOTAS-HIST
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-HIST
                           PERFORM P210-AVANCAR-CADEIA
                  END-READ
               END-PERFORM
               CLOSE NOTAS-HIST
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P210-AVANCAR-CADEIA.
            PERFORM P220-ACHAR-MEDIA
            IF WS-IDX-MEDIA = 0 THEN
               IF WS-QTD-MEDIAS < 5000 THEN
                  ADD 1 TO WS-QTD-MEDIAS
                  MOVE WS-QTD-MEDIAS TO WS-IDX-MEDIA
                  INITIALIZE WS-MEDIA-ITEM (WS-IDX-MEDIA)
                  MOVE NH-CD-STUDENT TO WS-MD-CD-STUDENT (WS-IDX-MEDIA)
                  MOVE NH-CD-MATERIA TO WS-MD-CD-MATERIA (WS-IDX-MEDIA)
                  MOVE NH-ANO-LETIVO TO WS-MD-ANO-LETIVO (WS-IDX-MEDIA)
                  MOVE NH-BIMESTRE   TO WS-MD-BIMESTRE (WS-IDX-MEDIA)
                  MOVE 'NNNNNN'      TO WS-MD-FONTES (WS-IDX-MEDIA)
                  MOVE 'N'           TO WS-MD-EXTERNO (WS-IDX-MEDIA)
                  MOVE 'N'           TO WS-MD-RECUP-LANC (WS-IDX-MEDIA)
               ELSE
                  DISPLAY 'TABELA DE MEDIAS CHEIA - ALUNO '
                          NH-CD-STUDENT ' MATERIA ' NH-CD-MATERIA
                          ' FORA DA AUDITORIA'
               END-IF
            END-IF
            IF WS-IDX-MEDIA > 0 THEN
               PERFORM P230-APLICAR-REGISTRO
            END-IF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P220-ACHAR-MEDIA.
            MOVE 0 TO WS-IDX-MEDIA
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-MEDIAS OR WS-IDX-MEDIA > 0
               IF WS-MD-CD-STUDENT (WS-I) = NH-CD-STUDENT AND
                  WS-MD-CD-MATERIA (WS-I) = NH-CD-MATERIA AND
                  WS-MD-ANO-LETIVO (WS-I) = NH-ANO-LETIVO AND
                  WS-MD-BIMESTRE (WS-I) = NH-BIMESTRE THEN
                  MOVE WS-I TO WS-IDX-MEDIA
               END-IF
            END-PERFORM
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * REGISTRO DE AJUSTE (ACHADO NO JORNAL, OU 'C'/'O' SEM ELE)
      * ACRESCENTA A FONTE E MANTEM A BASE; O RESULTADO EXTERNO MARCA
      * A MEDIA COMO DE FORA; QUALQUER OUTRO EH UM LANCAMENTO NOVO (O
      * RELANCAMENTO DA SEGUNDA CHAMADA/GABARITO TRAZ DETALHE PROPRIO)
      * E VIRA A BASE, ZERANDO AS FONTES.
      *-----------------------------------------------------------------
       P230-APLICAR-REGISTRO.
            MOVE 0 TO WS-FONTE-ACHADA
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-FONTES OR WS-FONTE-ACHADA > 0
               IF WS-FT-CD-STUDENT (WS-I) = NH-CD-STUDENT AND
                  WS-FT-CD-MATERIA (WS-I) = NH-CD-MATERIA AND
                  WS-FT-DATA (WS-I) = NH-DATA-PROCESSAMENTO AND
                  WS-FT-HORA (WS-I) = NH-HORA-PROCESSAMENTO THEN
                  MOVE WS-FT-FONTE (WS-I) TO WS-FONTE-ACHADA
               END-IF
            END-PERFORM
            IF WS-FONTE-ACHADA = 0 THEN
               EVALUATE TRUE
                  WHEN NH-REGISTRO-CORRECAO MOVE 2 TO WS-FONTE-ACHADA
                  WHEN NH-REGISTRO-CONSELHO MOVE 4 TO WS-FONTE-ACHADA
                  WHEN NH-REGISTRO-EXTERNO  MOVE 7 TO WS-FONTE-ACHADA
                  WHEN OTHER                CONTINUE
               END-EVALUATE
            END-IF

            EVALUATE WS-FONTE-ACHADA
               WHEN 0
                  MOVE NH-DATA-PROCESSAMENTO
                    TO WS-MD-DATA-BASE (WS-IDX-MEDIA)
                  MOVE NH-HORA-PROCESSAMENTO
                    TO WS-MD-HORA-BASE (WS-IDX-MEDIA)
                  MOVE 'NNNNNN' TO WS-MD-FONTES (WS-IDX-MEDIA)
                  MOVE 'N' TO WS-MD-EXTERNO (WS-IDX-MEDIA)
               WHEN 7
                  MOVE 'S' TO WS-MD-EXTERNO (WS-IDX-MEDIA)
               WHEN OTHER
                  MOVE 'S' TO WS-MD-FONTES (WS-IDX-MEDIA)
                                           (WS-FONTE-ACHADA:1)
            END-EVALUATE

            MOVE NH-NM-STUDENT TO WS-MD-NM-STUDENT (WS-IDX-MEDIA)
            MOVE NH-CD-TURMA   TO WS-MD-CD-TURMA (WS-IDX-MEDIA)
            MOVE NH-MEDIA      TO WS-MD-MEDIA (WS-IDX-MEDIA)
            IF NH-ESCALA IS NUMERIC AND NH-ESCALA > 0 THEN
               MOVE NH-ESCALA TO WS-MD-ESCALA (WS-IDX-MEDIA)
            ELSE
               MOVE 100 TO WS-MD-ESCALA (WS-IDX-MEDIA)
            END-IF
            IF NH-REGISTRO-ESTORNADO THEN
               MOVE 'N' TO WS-MD-VIVO (WS-IDX-MEDIA)
            ELSE
               MOVE 'S' TO WS-MD-VIVO (WS-IDX-MEDIA)
            END-IF
            .
       P230-FIM.
      *-----------------------------------------------------------------
      * AS NOTAS DO DETALHE DE CADA BASE: MESMO ALUNO/MATERIA/PERIODO
      * E MESMO CARIMBO DE LANCAMENTO (O QUE O APROVAR-NOTAS COPIA DO
      * PENDENTE PARA O HISTORICO).
      *-----------------------------------------------------------------
       P300-CARREGAR-DETALHE.
            MOVE 'N' TO WS-EOF
            OPEN INPUT DETALHE-FILE
            IF FS-DETALHE = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DETALHE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-DET
                           PERFORM P310-GUARDAR-NOTA
                  END-READ
               END-PERFORM
               CLOSE DETALHE-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-GUARDAR-NOTA.
            MOVE 0 TO WS-IDX-MEDIA
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-MEDIAS OR WS-IDX-MEDIA > 0
               IF WS-MD-CD-STUDENT (WS-I) = ND-CD-STUDENT AND
                  WS-MD-CD-MATERIA (WS-I) = ND-CD-MATERIA AND
                  WS-MD-ANO-LETIVO (WS-I) = ND-ANO-LETIVO AND
                  WS-MD-BIMESTRE (WS-I) = ND-BIMESTRE AND
                  WS-MD-DATA-BASE (WS-I) = ND-DATA-LANCAMENTO AND
                  WS-MD-HORA-BASE (WS-I) = ND-HORA-LANCAMENTO THEN
                  MOVE WS-I TO WS-IDX-MEDIA
               END-IF
            END-PERFORM
            IF WS-IDX-MEDIA > 0 AND
               ND-IDX-AVALIACAO > 0 AND ND-IDX-AVALIACAO NOT > 10 THEN
               MOVE ND-IDX-AVALIACAO TO WS-IDX-NOTA
               ADD 1 TO WS-MD-QTD-DETALHE (WS-IDX-MEDIA)
               IF WS-IDX-NOTA > WS-MD-MAIOR-IDX (WS-IDX-MEDIA) THEN
                  MOVE WS-IDX-NOTA TO WS-MD-MAIOR-IDX (WS-IDX-MEDIA)
               END-IF
               MOVE ND-NOTA
                 TO WS-MD-NOTA (WS-IDX-MEDIA, WS-IDX-NOTA)
               MOVE ND-TIPO-AVALIACAO
                 TO WS-MD-TIPO (WS-IDX-MEDIA, WS-IDX-NOTA)
               MOVE ND-ISENTA
                 TO WS-MD-ISENTA (WS-IDX-MEDIA, WS-IDX-NOTA)
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * UMA MEDIA VIVA: SEM DETALHE (OU COM BURACO NOS INDICES, OU
      * MENOS DE 3 NOTAS) NAO HA O QUE RECALCULAR; COM DETALHE, O
      * CALCULAR-MEDIA REFAZ A MEDIA DA BASE E A DIFERENCA EH
      * CLASSIFICADA.
      *-----------------------------------------------------------------
       P400-AUDITAR-MEDIA.
            ADD 1 TO WS-QTD-AUDITADAS
            IF WS-MD-QTD-DETALHE (WS-IDX-MEDIA) < 3 OR
               WS-MD-QTD-DETALHE (WS-IDX-MEDIA) NOT =
               WS-MD-MAIOR-IDX (WS-IDX-MEDIA) THEN
               MOVE 'S' TO WS-MD-RESULTADO (WS-IDX-MEDIA)
               ADD 1 TO WS-QTD-SEM-DETALHE
            ELSE
               PERFORM P410-RECALCULAR
               PERFORM P420-CLASSIFICAR
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * LIMIARES: PADRAO DE 70%/50% DA ESCALA DO REGISTRO, TROCADOS
      * PELOS DA POLITICA DA TURMA QUANDO ELA ESTA CADASTRADA, ATIVA
      * E NA MESMA ESCALA (MESMA REGRA DO PRINCIPAL/P265). A
      * QUANTIDADE DE NOTAS EH A DO DETALHE - O LANCAMENTO JA FOI
      * FEITO COM ELA - E VAI PARA O GRUPO ANTES DOS LIMIARES (ELES
      * FICAM DEPOIS DAS TABELAS OCCURS DEPENDING ON).
      *-----------------------------------------------------------------
       P410-RECALCULAR.
            MOVE WS-MD-MAIOR-IDX (WS-IDX-MEDIA) TO WS-QTD-NOTAS
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > WS-QTD-NOTAS
               MOVE WS-MD-NOTA (WS-IDX-MEDIA, WS-IDX-NOTA)
                 TO WS-NOTA (WS-IDX-NOTA)
               MOVE WS-MD-TIPO (WS-IDX-MEDIA, WS-IDX-NOTA)
                 TO WS-TIPO-AVALIACAO (WS-IDX-NOTA)
               MOVE 1 TO WS-PESO (WS-IDX-NOTA)
               IF WS-MD-ISENTA (WS-IDX-MEDIA, WS-IDX-NOTA) = 'S' THEN
                  MOVE 'S' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
               ELSE
                  MOVE 'N' TO WS-NOTA-ISENTA (WS-IDX-NOTA)
               END-IF
            END-PERFORM

            COMPUTE WS-LIMIAR-APROV-REG =
                    WS-MD-ESCALA (WS-IDX-MEDIA) * 0.7
            COMPUTE WS-LIMIAR-RECUP-REG =
                    WS-MD-ESCALA (WS-IDX-MEDIA) * 0.5
            CALL 'BUSCAR-TURMA'
                          USING WS-MD-CD-TURMA (WS-IDX-MEDIA),
                                REG-TURMA, WS-RETORNO-BUSCAR-TURMA
            IF WS-RETORNO-BUSCAR-TURMA = 0 AND TU-ATIVO = 'A' AND
               TU-LIMIAR-APROVACAO <= WS-MD-ESCALA (WS-IDX-MEDIA) THEN
               MOVE TU-LIMIAR-APROVACAO   TO WS-LIMIAR-APROV-REG
               MOVE TU-LIMIAR-RECUPERACAO TO WS-LIMIAR-RECUP-REG
            END-IF
            MOVE WS-LIMIAR-APROV-REG TO WS-LIMIAR-APROVACAO
            MOVE WS-LIMIAR-RECUP-REG TO WS-LIMIAR-RECUPERACAO
            MOVE 'N' TO WS-APLICAR-RECUPERACAO
            MOVE 0 TO WS-NOTA-RECUPERACAO

            CALL 'CALCULAR-MEDIA' USING WS-NOTAS, WS-RETORNO-CALCULO
            IF WS-RETORNO-CALCULO = 0 THEN
               MOVE WS-RESULTADO TO WS-MD-MEDIA-RECALC (WS-IDX-MEDIA)
            ELSE
               MOVE 0 TO WS-MD-MEDIA-RECALC (WS-IDX-MEDIA)
            END-IF
            .
       P410-FIM.
      *-----------------------------------------------------------------
      * DIFERENCA COM FONTE DE AJUSTE NA CADEIA = EXPLICADA. SEM
      * FONTE, SO A RECUPERACAO FEITA NO PROPRIO LANCAMENTO (PRINCIPAL
      * /P530, QUE NAO GUARDA A NOTA DO EXAME) EXPLICA: MEDIA
      * RECALCULADA NA FAIXA DE RECUPERACAO E MEDIA GRAVADA ENTRE
      * (RECALCULADA + 0)/2 E (RECALCULADA + MAXIMO DA ESCALA)/2.
      *-----------------------------------------------------------------
       P420-CLASSIFICAR.
            IF WS-RETORNO-CALCULO = 0 AND
               WS-MD-MEDIA-RECALC (WS-IDX-MEDIA) =
               WS-MD-MEDIA (WS-IDX-MEDIA) THEN
               MOVE 'I' TO WS-MD-RESULTADO (WS-IDX-MEDIA)
               ADD 1 TO WS-QTD-CONFEREM
            ELSE
               IF WS-MD-FONTES (WS-IDX-MEDIA) NOT = 'NNNNNN' THEN
                  MOVE 'E' TO WS-MD-RESULTADO (WS-IDX-MEDIA)
                  ADD 1 TO WS-QTD-EXPLICADAS
               ELSE
                  COMPUTE WS-DOBRO-MEDIA =
                          WS-MD-MEDIA (WS-IDX-MEDIA) * 2
                  COMPUTE WS-TETO-RECUP =
                          WS-MD-MEDIA-RECALC (WS-IDX-MEDIA)
                        + WS-MD-ESCALA (WS-IDX-MEDIA)
                  IF WS-RETORNO-CALCULO = 0 AND
                     WS-MD-MEDIA-RECALC (WS-IDX-MEDIA) >=
                     WS-LIMIAR-RECUP-REG AND
                     WS-MD-MEDIA-RECALC (WS-IDX-MEDIA) <
                     WS-LIMIAR-APROV-REG AND
                     WS-DOBRO-MEDIA + 0.1 >=
                     WS-MD-MEDIA-RECALC (WS-IDX-MEDIA) AND
                     WS-DOBRO-MEDIA <= WS-TETO-RECUP + 0.1 THEN
                     MOVE 'E' TO WS-MD-RESULTADO (WS-IDX-MEDIA)
                     MOVE 'S' TO WS-MD-RECUP-LANC (WS-IDX-MEDIA)
                     ADD 1 TO WS-QTD-EXPLICADAS
                  ELSE
                     MOVE 'D' TO WS-MD-RESULTADO (WS-IDX-MEDIA)
                     ADD 1 TO WS-QTD-SEM-EXPLICACAO
                  END-IF
               END-IF
            END-IF
            .
       P420-FIM.
      *-----------------------------------------------------------------
      * DIFERENCA SEM EXPLICACAO E MEDIA SEM DETALHE VIRAM EXCECAO
      * ABERTA, A MENOS QUE A MESMA JA ESTEJA ABERTA.
      *-----------------------------------------------------------------
       P500-GRAVAR-EXCECOES.
            OPEN EXTEND EXCEPTION-FILE
            IF FS-EXCECAO = '35' THEN
               OPEN OUTPUT EXCEPTION-FILE
            END-IF
            PERFORM VARYING WS-IDX-MEDIA FROM 1 BY 1
                    UNTIL WS-IDX-MEDIA > WS-QTD-MEDIAS
               IF WS-MD-VIVO (WS-IDX-MEDIA) = 'S' AND
                  (WS-MD-RESULTADO (WS-IDX-MEDIA) = 'D' OR
                   WS-MD-RESULTADO (WS-IDX-MEDIA) = 'S') THEN
                  PERFORM P510-GRAVAR-EXCECAO
               END-IF
            END-PERFORM
            CLOSE EXCEPTION-FILE
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P510-GRAVAR-EXCECAO.
            MOVE SPACES TO WS-MOTIVO-EXCECAO
            IF WS-MD-RESULTADO (WS-IDX-MEDIA) = 'D' THEN
               STRING 'MEDIA ' WS-MD-ANO-LETIVO (WS-IDX-MEDIA) '/'
                      WS-MD-BIMESTRE (WS-IDX-MEDIA)
                      ' DIFERE DO DETALHE'
                      DELIMITED BY SIZE INTO WS-MOTIVO-EXCECAO
               END-STRING
            ELSE
               STRING 'MEDIA ' WS-MD-ANO-LETIVO (WS-IDX-MEDIA) '/'
                      WS-MD-BIMESTRE (WS-IDX-MEDIA)
                      ' SEM NOTAS NO DETALHE'
                      DELIMITED BY SIZE INTO WS-MOTIVO-EXCECAO
               END-STRING
            END-IF

            MOVE 'N' TO WS-JA-ABERTA
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-ABERTAS OR WS-JA-ABERTA = 'S'
               IF WS-AB-CD-STUDENT (WS-I) =
                  WS-MD-CD-STUDENT (WS-IDX-MEDIA) AND
                  WS-AB-CD-MATERIA (WS-I) =
                  WS-MD-CD-MATERIA (WS-IDX-MEDIA) AND
                  WS-AB-MOTIVO (WS-I) = WS-MOTIVO-EXCECAO THEN
                  MOVE 'S' TO WS-JA-ABERTA
               END-IF
            END-PERFORM

            IF WS-JA-ABERTA = 'N' THEN
               MOVE SPACES TO REG-EXCECAO
               MOVE WS-MD-CD-STUDENT (WS-IDX-MEDIA) TO XC-CD-STUDENT
               MOVE WS-MD-CD-MATERIA (WS-IDX-MEDIA) TO XC-CD-MATERIA
               MOVE WS-MD-CD-TURMA (WS-IDX-MEDIA)   TO XC-CD-TURMA
               MOVE WS-MOTIVO-EXCECAO TO XC-MOTIVO
               MOVE 'AUDITAR-MEDIAS' TO XC-ORIGEM
               ACCEPT XC-DATA FROM DATE YYYYMMDD
               ACCEPT XC-HORA FROM TIME
               SET XC-ABERTA TO TRUE
               MOVE SPACES TO XC-COD-RESOLUCAO
               MOVE SPACES TO XC-OPERADOR-RESOLVEU
               WRITE REG-EXCECAO
               ADD 1 TO WS-QTD-EXCECOES-NOVAS
            END-IF
            .
       P510-FIM.
      *-----------------------------------------------------------------
      * RELATORIO: DIFERENCAS SEM EXPLICACAO, MEDIAS SEM DETALHE E
      * DIFERENCAS EXPLICADAS (COM A FONTE), E OS TOTAIS.
      *-----------------------------------------------------------------
       P600-IMPRIMIR-RELATORIO.
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'AUDITORIA DE RECALCULO DAS MEDIAS - EMITIDO EM '
                   WS-DATA-EMISSAO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE '1. DIFERENCAS SEM EXPLICACAO (GRAVADA X RECALCULADA)'
              TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'D' TO WS-LISTA-ATUAL
            PERFORM P610-LISTAR

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE '2. MEDIAS SEM DETALHE (OU DETALHE INCOMPLETO)'
              TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'S' TO WS-LISTA-ATUAL
            PERFORM P610-LISTAR

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE '3. DIFERENCAS EXPLICADAS (GRAVADA X RECALCULADA)'
              TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE 'E' TO WS-LISTA-ATUAL
            PERFORM P610-LISTAR

            PERFORM P690-TOTAIS
            CLOSE RELATORIO-FILE
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-LISTAR.
            PERFORM VARYING WS-IDX-MEDIA FROM 1 BY 1
                    UNTIL WS-IDX-MEDIA > WS-QTD-MEDIAS
               IF WS-MD-VIVO (WS-IDX-MEDIA) = 'S' AND
                  WS-MD-EXTERNO (WS-IDX-MEDIA) = 'N' AND
                  WS-MD-RESULTADO (WS-IDX-MEDIA) = WS-LISTA-ATUAL THEN
                  PERFORM P620-GRAVAR-LINHA
               END-IF
            END-PERFORM
            .
       P610-FIM.
      *-----------------------------------------------------------------
       P620-GRAVAR-LINHA.
            MOVE WS-MD-MEDIA (WS-IDX-MEDIA) TO WS-MEDIA-EDT
            MOVE WS-MD-MEDIA-RECALC (WS-IDX-MEDIA) TO WS-RECALC-EDT
            MOVE SPACES TO REC-RELATORIO
            IF WS-LISTA-ATUAL = 'S' THEN
               STRING '   ' WS-MD-CD-STUDENT (WS-IDX-MEDIA) ' '
                      WS-MD-NM-STUDENT (WS-IDX-MEDIA) ' '
                      WS-MD-CD-TURMA (WS-IDX-MEDIA) ' '
                      WS-MD-CD-MATERIA (WS-IDX-MEDIA) ' '
                      WS-MD-ANO-LETIVO (WS-IDX-MEDIA) '/'
                      WS-MD-BIMESTRE (WS-IDX-MEDIA)
                      ' GRAVADA ' WS-MEDIA-EDT
                      ' NOTAS NO DETALHE: '
                      WS-MD-QTD-DETALHE (WS-IDX-MEDIA)
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            ELSE
               STRING '   ' WS-MD-CD-STUDENT (WS-IDX-MEDIA) ' '
                      WS-MD-NM-STUDENT (WS-IDX-MEDIA) ' '
                      WS-MD-CD-TURMA (WS-IDX-MEDIA) ' '
                      WS-MD-CD-MATERIA (WS-IDX-MEDIA) ' '
                      WS-MD-ANO-LETIVO (WS-IDX-MEDIA) '/'
                      WS-MD-BIMESTRE (WS-IDX-MEDIA)
                      ' GRAVADA ' WS-MEDIA-EDT
                      ' RECALCULADA ' WS-RECALC-EDT
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
            END-IF
            WRITE REC-RELATORIO

            IF WS-LISTA-ATUAL = 'E' THEN
               PERFORM P630-DESCREVER-FONTES
               MOVE SPACES TO REC-RELATORIO
               STRING '         FONTE: ' WS-TEXTO-FONTES
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            .
       P620-FIM.
      *-----------------------------------------------------------------
       P630-DESCREVER-FONTES.
            MOVE SPACES TO WS-TEXTO-FONTES
            MOVE 1 TO WS-PONTEIRO
            IF WS-MD-RECUP-LANC (WS-IDX-MEDIA) = 'S' THEN
               STRING 'RECUPERACAO NO LANCAMENTO '
                      DELIMITED BY SIZE INTO WS-TEXTO-FONTES
                      WITH POINTER WS-PONTEIRO
               END-STRING
            END-IF
            PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                    UNTIL WS-IDX-FONTE > 6
               IF WS-MD-FONTES (WS-IDX-MEDIA) (WS-IDX-FONTE:1) = 'S'
                  THEN
                  STRING WS-NOME-FONTE (WS-IDX-FONTE)
                         DELIMITED BY '  ' INTO WS-TEXTO-FONTES
                         WITH POINTER WS-PONTEIRO
                  END-STRING
                  STRING ' ' DELIMITED BY SIZE INTO WS-TEXTO-FONTES
                         WITH POINTER WS-PONTEIRO
                  END-STRING
               END-IF
            END-PERFORM
            .
       P630-FIM.
      *-----------------------------------------------------------------
       P690-TOTAIS.
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO

            MOVE SPACES TO REC-RELATORIO
            STRING 'REGISTROS DO HISTORICO LIDOS...: '
                   WS-QTD-REGISTROS-HIST
                   ' - NOTAS DO DETALHE LIDAS: ' WS-QTD-REGISTROS-DET
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE SPACES TO REC-RELATORIO
            STRING 'MEDIAS VIVAS AUDITADAS.........: ' WS-QTD-AUDITADAS
                   ' - CONFEREM: ' WS-QTD-CONFEREM
                   ' - EXPLICADAS: ' WS-QTD-EXPLICADAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE SPACES TO REC-RELATORIO
            STRING 'DIFERENCAS SEM EXPLICACAO......: '
                   WS-QTD-SEM-EXPLICACAO
                   ' - SEM DETALHE: ' WS-QTD-SEM-DETALHE
                   ' - EXCECOES NOVAS: ' WS-QTD-EXCECOES-NOVAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE SPACES TO REC-RELATORIO
            STRING 'RESULTADOS EXTERNOS (FORA).....: ' WS-QTD-EXTERNAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P690-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'AUDITAR-MEDIAS' TO LY-PROGRAMA
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
       END PROGRAM AUDITAR-MEDIAS.
