      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANTER O CAMINHO DE ACESSO DIRETO AO HISTORICO DE
      *          NOTAS (NOTAS-HIST-DIRETO.DAT + NOTAS-HIST-CHAVES.DAT,
      *          VEJA HIST-DIRETO-RECORD.CPY E HIST-CHAVE-RECORD.CPY)
      *          EM DIA COM NOTAS-HIST.TXT, QUE CONTINUA SENDO O
      *          ARQUIVO OFICIAL LIDO DE PONTA A PONTA PELOS
      *          RELATORIOS. TODO PROGRAMA QUE GRAVA NO HISTORICO
      *          CHAMA ESTE LOGO APOS A GRAVACAO:
      *            'G' = REGISTRO ANEXADO NO FIM DE NOTAS-HIST.TXT
      *                  (LANCAMENTO, CORRECAO, CONSELHO...) - ENTRA
      *                  NO SLOT SEGUINTE E NAS TRES CADEIAS; DEVOLVE
      *                  O ORDINAL DELE EM WS-SEQ-HIST;
      *            'E' = REGISTRO DE ORDINAL WS-SEQ-HIST MARCADO COMO
      *                  ESTORNADO NA REGRAVACAO POR COPIA - O SLOT
      *                  DELE PASSA A TER O TIPO 'E' (CONFERIDO CONTRA
      *                  A IMAGEM RECEBIDA);
      *            'R' = NOTAS-HIST.TXT FOI REESCRITO POR INTEIRO
      *                  (VIRADA DE ANO, RECONSTRUCAO, ANONIMIZACAO) -
      *                  O CAMINHO DIRETO EH REFEITO DO ZERO A PARTIR
      *                  DELE.
      *          RETORNO: 0 = OK; 1 = O QUE FOI PEDIDO NAO BATEU COM O
      *          QUE ESTA GRAVADO (O INDICE FICA MARCADO SUSPEITO E A
      *          BUSCA DIRETA SAI DE CENA ATE A RECONSTRUCAO); 2 =
      *          CAMINHO DIRETO AINDA NAO CRIADO/INDISPONIVEL. NOS
      *          DOIS ULTIMOS CASOS O CHAMADOR SEGUE NORMALMENTE - A
      *          GRAVACAO EM NOTAS-HIST.TXT JA ACONTECEU E O
      *          REINDEXAR-HIST DO PLANO NOTURNO REFAZ O CAMINHO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXAR-HIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-DIRETO ASSIGN TO
           '../../NOTAS-HIST-DIRETO.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-DIRETO-REL-KEY
           FILE STATUS IS FS-DIRETO.

           SELECT HIST-CHAVES ASSIGN TO
           '../../NOTAS-HIST-CHAVES.DAT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CHAVE-REL-KEY
           FILE STATUS IS FS-CHAVES.

           SELECT NOTAS-HIST ASSIGN TO
           '../../NOTAS-HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD HIST-DIRETO.
           COPY HIST-DIRETO-RECORD.
       FD HIST-CHAVES.
           COPY HIST-CHAVE-RECORD.
      * NA RECONSTRUCAO A LINHA SO EH COPIADA PARA O SLOT - OS CAMPOS
      * DA CHAVE SAEM DE WS-CAMPOS-IMAGEM.
       FD NOTAS-HIST.
       01 REG-LINHA-HIST              PIC X(122).
       WORKING-STORAGE SECTION.
       77 FS-DIRETO                   PIC X(02)       VALUE SPACES.
       77 FS-CHAVES                   PIC X(02)       VALUE SPACES.
       77 FS-NOTAS-HIST               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-DIRETO-REL-KEY           PIC 9(07)       VALUE 0.
       77 WS-CHAVE-REL-KEY            PIC 9(07)       VALUE 0.
      * CONTADORES DO SLOT DE CONTROLE, MANTIDOS AQUI DURANTE A
      * OPERACAO E REGRAVADOS NO FIM.
       77 WS-QTD-REGISTROS            PIC 9(07)       VALUE 0.
       77 WS-QTD-CHAVES               PIC 9(07)       VALUE 0.
       77 WS-SLOT-NOVO                PIC 9(07)       VALUE 0.
       77 WS-SLOT-ESTORNO             PIC 9(07)       VALUE 0.
      * PROCURA DA CHAVE NA TABELA DE ESPALHAMENTO: 'A' = ACHOU A
      * CHAVE NO SLOT, 'V' = SLOT VAGO (CHAVE NOVA), 'C' = TABELA
      * CHEIA (DEU A VOLTA INTEIRA SEM ACHAR NENHUM DOS DOIS).
       77 WS-SITUACAO-CHAVE           PIC X(01)       VALUE SPACE.
       77 WS-SLOT-CHAVE               PIC 9(07)       VALUE 0.
       77 WS-CAPACIDADE-CHAVES        PIC 9(07)       VALUE 0.
       77 WS-TENTATIVAS               PIC 9(07)       VALUE 0.
       77 WS-RETORNO-HASH             PIC 9(01)       VALUE 0.
      * CAMINHO QUE ESTA SENDO ENCADEADO: 'A' ALUNO+MATERIA+PERIODO,
      * 'T' TURMA+PERIODO, 'S' ALUNO.
       77 WS-CAMINHO                  PIC X(01)       VALUE SPACE.
       01 WS-CHAVE-MONTADA.
           02 WS-CM-TIPO              PIC X(01)       VALUE SPACE.
           02 WS-CM-VALOR             PIC X(15)       VALUE SPACES.
      * IMAGEM DO REGISTRO QUE ESTA ENTRANDO NO INDICE, COM OS CAMPOS
      * DE CHAVE NAS MESMAS POSICOES DE NOTAS-HIST-RECORD.CPY (LIDOS
      * COMO TEXTO: REGISTRO ANTIGO TEM ANO/BIMESTRE EM BRANCO E ENTRA
      * COM A CHAVE EM BRANCO MESMO).
       01 WS-IMAGEM-REGISTRO          PIC X(122)      VALUE SPACES.
       01 WS-CAMPOS-IMAGEM REDEFINES WS-IMAGEM-REGISTRO.
           02 WS-IM-CD-STUDENT        PIC X(05).
           02 FILLER                  PIC X(30).
           02 WS-IM-CD-TURMA          PIC X(05).
           02 FILLER                  PIC X(30).
           02 WS-IM-CD-MATERIA        PIC X(05).
           02 FILLER                  PIC X(32).
           02 WS-IM-PERIODO.
               03 WS-IM-ANO-LETIVO    PIC X(04).
               03 WS-IM-BIMESTRE      PIC X(01).
           02 WS-IM-TIPO-REGISTRO     PIC X(01).
           02 FILLER                  PIC X(09).
      * CONFERENCIA DO LAYOUT DE NOTAS-HIST.TXT CONTRA O CARIMBO DELE
      * (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
       01 WS-OPERACAO-INDICE          PIC X(01).
           88 WS-INDICE-GRAVAR                VALUE 'G'.
           88 WS-INDICE-ESTORNAR              VALUE 'E'.
           88 WS-INDICE-RECONSTRUIR           VALUE 'R'.
           COPY NOTAS-HIST-RECORD.
       01 WS-SEQ-HIST                 PIC 9(07).
           COPY RETORNO-CHAMADA REPLACING ==:RETORNO:==
                                       BY ==WS-RETORNO-INDEXAR-HIST==.
       PROCEDURE DIVISION USING WS-OPERACAO-INDICE, REG-NOTAS-HIST,
                                WS-SEQ-HIST, WS-RETORNO-INDEXAR-HIST.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-INDEXAR-HIST

            EVALUATE TRUE
               WHEN WS-INDICE-RECONSTRUIR
                  PERFORM P050-CONFERIR-LAYOUT
                  IF WS-RETORNO-LAYOUT = 0 THEN
                     PERFORM P300-RECONSTRUIR
                  ELSE
                     MOVE 2 TO WS-RETORNO-INDEXAR-HIST
                  END-IF
               WHEN WS-INDICE-ESTORNAR
                  PERFORM P100-ABRIR-INDICE
                  IF WS-RETORNO-INDEXAR-HIST = 0 THEN
                     PERFORM P400-MARCAR-ESTORNO
                     PERFORM P900-FECHAR-INDICE
                  END-IF
               WHEN OTHER
                  PERFORM P100-ABRIR-INDICE
                  IF WS-RETORNO-INDEXAR-HIST = 0 THEN
                     MOVE REG-NOTAS-HIST TO WS-IMAGEM-REGISTRO
                     PERFORM P200-INCLUIR-REGISTRO
                     MOVE WS-QTD-REGISTROS TO WS-SEQ-HIST
                     PERFORM P900-FECHAR-INDICE
                  END-IF
            END-EVALUATE
            GOBACK.
      *-----------------------------------------------------------------
      * A RECONSTRUCAO LE NOTAS-HIST.TXT PELAS POSICOES DO LAYOUT
      * CORRENTE - ARQUIVO COM OUTRO CARIMBO (VEJA CONFERIR-LAYOUT)
      * NAO EH INDEXADO E O CAMINHO FICA COMO ESTAVA (RETORNO 2).
      *-----------------------------------------------------------------
       P050-CONFERIR-LAYOUT.
            SET LY-CONFERIR TO TRUE
            MOVE 'INDEXAR-HIST' TO LY-PROGRAMA
            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE LENGTH OF REG-LINHA-HIST TO LY-TAMANHO
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * ABRE OS DOIS ARQUIVOS DO CAMINHO DIRETO E CARREGA O SLOT DE
      * CONTROLE. ARQUIVO AUSENTE (AINDA NAO CRIADO PELO REINDEXAR-
      * HIST) OU SEM CONTROLE = RETORNO 2, NADA A MANTER.
      *-----------------------------------------------------------------
       P100-ABRIR-INDICE.
            OPEN I-O HIST-DIRETO
            IF FS-DIRETO NOT = '00' THEN
               MOVE 2 TO WS-RETORNO-INDEXAR-HIST
            ELSE
               OPEN I-O HIST-CHAVES
               IF FS-CHAVES NOT = '00' THEN
                  CLOSE HIST-DIRETO
                  MOVE 2 TO WS-RETORNO-INDEXAR-HIST
               ELSE
                  MOVE 1 TO WS-DIRETO-REL-KEY
                  READ HIST-DIRETO
                       INVALID KEY MOVE 2 TO WS-RETORNO-INDEXAR-HIST
                  END-READ
                  IF WS-RETORNO-INDEXAR-HIST = 0 AND
                     NOT HD-SLOT-CONTROLE THEN
                     MOVE 2 TO WS-RETORNO-INDEXAR-HIST
                  END-IF
                  IF WS-RETORNO-INDEXAR-HIST = 0 THEN
                     MOVE HD-QTD-REGISTROS TO WS-QTD-REGISTROS
                     MOVE HD-QTD-CHAVES TO WS-QTD-CHAVES
                  ELSE
                     CLOSE HIST-DIRETO
                     CLOSE HIST-CHAVES
                  END-IF
               END-IF
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * GRAVA A IMAGEM DE WS-IMAGEM-REGISTRO NO SLOT SEGUINTE (ORDINAL
      * N DE NOTAS-HIST.TXT = SLOT N + 1) E PENDURA O SLOT NO FIM DAS
      * TRES CADEIAS. SLOT JA EXISTENTE (SOBRA DE UMA GRAVACAO
      * INTERROMPIDA ANTES DE ATUALIZAR O CONTROLE) EH REGRAVADO.
      *-----------------------------------------------------------------
       P200-INCLUIR-REGISTRO.
            ADD 1 TO WS-QTD-REGISTROS
            COMPUTE WS-SLOT-NOVO = WS-QTD-REGISTROS + 1

            MOVE SPACES TO REG-HIST-DIRETO
            SET HD-SLOT-REGISTRO TO TRUE
            MOVE WS-IMAGEM-REGISTRO TO HD-IMAGEM
            MOVE 0 TO HD-PROX-CHAVE
            MOVE 0 TO HD-PROX-TURMA
            MOVE 0 TO HD-PROX-ALUNO
            MOVE WS-SLOT-NOVO TO WS-DIRETO-REL-KEY
            WRITE REG-HIST-DIRETO
                  INVALID KEY REWRITE REG-HIST-DIRETO
            END-WRITE

            MOVE 'A' TO WS-CAMINHO
            MOVE 'A' TO WS-CM-TIPO
            MOVE SPACES TO WS-CM-VALOR
            STRING WS-IM-CD-STUDENT WS-IM-CD-MATERIA WS-IM-PERIODO
                   DELIMITED BY SIZE INTO WS-CM-VALOR
            PERFORM P250-ENCADEAR

            MOVE 'T' TO WS-CAMINHO
            MOVE 'T' TO WS-CM-TIPO
            MOVE SPACES TO WS-CM-VALOR
            STRING WS-IM-CD-TURMA WS-IM-PERIODO
                   DELIMITED BY SIZE INTO WS-CM-VALOR
            PERFORM P250-ENCADEAR

            MOVE 'S' TO WS-CAMINHO
            MOVE 'S' TO WS-CM-TIPO
            MOVE SPACES TO WS-CM-VALOR
            MOVE WS-IM-CD-STUDENT TO WS-CM-VALOR
            PERFORM P250-ENCADEAR
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * CHAVE NOVA: ENTRA NA TABELA APONTANDO SO PARA O SLOT NOVO.
      * CHAVE EXISTENTE: O ULTIMO SLOT DA CADEIA PASSA A APONTAR PARA
      * O NOVO, QUE VIRA O ULTIMO.
      *-----------------------------------------------------------------
       P250-ENCADEAR.
            PERFORM P260-LOCALIZAR-CHAVE

            EVALUATE WS-SITUACAO-CHAVE
               WHEN 'V'
                  MOVE WS-CHAVE-MONTADA TO HC-CHAVE
                  MOVE WS-SLOT-NOVO TO HC-PRIMEIRO
                  MOVE WS-SLOT-NOVO TO HC-ULTIMO
                  WRITE REG-HIST-CHAVE
                        INVALID KEY REWRITE REG-HIST-CHAVE
                  END-WRITE
                  ADD 1 TO WS-QTD-CHAVES
               WHEN 'A'
                  IF HC-ULTIMO NOT = WS-SLOT-NOVO THEN
                     MOVE HC-ULTIMO TO WS-DIRETO-REL-KEY
                     READ HIST-DIRETO
                          INVALID KEY MOVE 1 TO WS-RETORNO-INDEXAR-HIST
                          NOT INVALID KEY
                              PERFORM P270-LIGAR-ULTIMO
                     END-READ
                     MOVE WS-SLOT-NOVO TO HC-ULTIMO
                     REWRITE REG-HIST-CHAVE
                  END-IF
               WHEN OTHER
                  DISPLAY 'TABELA DE CHAVES DO HISTORICO CHEIA - '
                          'CHAVE ' WS-CHAVE-MONTADA ' NAO INDEXADA'
                  MOVE 1 TO WS-RETORNO-INDEXAR-HIST
            END-EVALUATE
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * ESPALHAMENTO COM SONDAGEM LINEAR: COMECA NO SLOT CALCULADO POR
      * HASH-CHAVE-HIST E ANDA DE UM EM UM (VOLTANDO AO 1 NO FIM) ATE
      * ACHAR A CHAVE OU UM SLOT NUNCA GRAVADO. AO SAIR, COM A CHAVE
      * ACHADA, O REGISTRO DELA ESTA EM REG-HIST-CHAVE E O SLOT EM
      * WS-CHAVE-REL-KEY.
      *-----------------------------------------------------------------
       P260-LOCALIZAR-CHAVE.
            CALL 'HASH-CHAVE-HIST'
                          USING WS-CHAVE-MONTADA, WS-SLOT-CHAVE,
                                WS-CAPACIDADE-CHAVES, WS-RETORNO-HASH
            MOVE SPACE TO WS-SITUACAO-CHAVE
            MOVE 0 TO WS-TENTATIVAS

            PERFORM WITH TEST BEFORE UNTIL WS-SITUACAO-CHAVE NOT = SPACE
               MOVE WS-SLOT-CHAVE TO WS-CHAVE-REL-KEY
               READ HIST-CHAVES
                    INVALID KEY MOVE 'V' TO WS-SITUACAO-CHAVE
                    NOT INVALID KEY
                        IF HC-CHAVE = WS-CHAVE-MONTADA THEN
                           MOVE 'A' TO WS-SITUACAO-CHAVE
                        END-IF
               END-READ
               IF WS-SITUACAO-CHAVE = SPACE THEN
                  ADD 1 TO WS-TENTATIVAS
                  ADD 1 TO WS-SLOT-CHAVE
                  IF WS-SLOT-CHAVE > WS-CAPACIDADE-CHAVES THEN
                     MOVE 1 TO WS-SLOT-CHAVE
                  END-IF
                  IF WS-TENTATIVAS >= WS-CAPACIDADE-CHAVES THEN
                     MOVE 'C' TO WS-SITUACAO-CHAVE
                  END-IF
               END-IF
            END-PERFORM
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * O SLOT LIDO EH O ULTIMO DA CADEIA DO CAMINHO CORRENTE: APONTA
      * O PROXIMO DESSE CAMINHO PARA O SLOT NOVO.
      *-----------------------------------------------------------------
       P270-LIGAR-ULTIMO.
            EVALUATE WS-CAMINHO
               WHEN 'A'
                  MOVE WS-SLOT-NOVO TO HD-PROX-CHAVE
               WHEN 'T'
                  MOVE WS-SLOT-NOVO TO HD-PROX-TURMA
               WHEN OTHER
                  MOVE WS-SLOT-NOVO TO HD-PROX-ALUNO
            END-EVALUATE
            REWRITE REG-HIST-DIRETO
            .
       P270-FIM.
      *-----------------------------------------------------------------
      * REFAZ O CAMINHO DIRETO DO ZERO: ESVAZIA OS DOIS ARQUIVOS,
      * GRAVA O CONTROLE E INDEXA NOTAS-HIST.TXT LINHA A LINHA, NA
      * ORDEM DO ARQUIVO. HISTORICO AUSENTE = INDICE VAZIO E VALIDO.
      *-----------------------------------------------------------------
       P300-RECONSTRUIR.
            OPEN OUTPUT HIST-DIRETO
            OPEN OUTPUT HIST-CHAVES
            IF FS-DIRETO NOT = '00' OR FS-CHAVES NOT = '00' THEN
               DISPLAY 'NAO FOI POSSIVEL CRIAR O CAMINHO DIRETO DO '
                       'HISTORICO (STATUS ' FS-DIRETO '/' FS-CHAVES ')'
               CLOSE HIST-DIRETO
               CLOSE HIST-CHAVES
               MOVE 2 TO WS-RETORNO-INDEXAR-HIST
            ELSE
               MOVE SPACES TO REG-HIST-DIRETO
               SET HD-SLOT-CONTROLE TO TRUE
               MOVE 0 TO HD-QTD-REGISTROS
               MOVE 0 TO HD-QTD-CHAVES
               ACCEPT HD-DATA-RECONSTRUCAO FROM DATE YYYYMMDD
               ACCEPT HD-HORA-RECONSTRUCAO FROM TIME
               SET HD-INDICE-VALIDO TO TRUE
               MOVE 1 TO WS-DIRETO-REL-KEY
               WRITE REG-HIST-DIRETO
               CLOSE HIST-DIRETO
               CLOSE HIST-CHAVES

               PERFORM P100-ABRIR-INDICE
            END-IF

            IF WS-RETORNO-INDEXAR-HIST = 0 THEN
               MOVE 'N' TO WS-EOF
               OPEN INPUT NOTAS-HIST
               IF FS-NOTAS-HIST = '00' THEN
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ NOTAS-HIST
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              MOVE REG-LINHA-HIST TO WS-IMAGEM-REGISTRO
                              PERFORM P200-INCLUIR-REGISTRO
                     END-READ
                  END-PERFORM
                  CLOSE NOTAS-HIST
               END-IF
               MOVE WS-QTD-REGISTROS TO WS-SEQ-HIST
               PERFORM P900-FECHAR-INDICE
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * O REGISTRO DE ORDINAL WS-SEQ-HIST FOI ESTORNADO NO ARQUIVO
      * OFICIAL: CONFERE QUE O SLOT DELE GUARDA A MESMA IMAGEM (FORA O
      * TIPO) E MARCA O TIPO 'E'. NAO BATEU = INDICE FORA DE PASSO.
      *-----------------------------------------------------------------
       P400-MARCAR-ESTORNO.
            IF WS-SEQ-HIST = 0 OR WS-SEQ-HIST > WS-QTD-REGISTROS THEN
               MOVE 1 TO WS-RETORNO-INDEXAR-HIST
            ELSE
               COMPUTE WS-SLOT-ESTORNO = WS-SEQ-HIST + 1
               MOVE WS-SLOT-ESTORNO TO WS-DIRETO-REL-KEY
               READ HIST-DIRETO
                    INVALID KEY MOVE 1 TO WS-RETORNO-INDEXAR-HIST
               END-READ
            END-IF

            IF WS-RETORNO-INDEXAR-HIST = 0 THEN
               MOVE HD-IMAGEM TO WS-IMAGEM-REGISTRO
               IF WS-IMAGEM-REGISTRO (1:112) =
                  REG-NOTAS-HIST (1:112) AND
                  WS-IMAGEM-REGISTRO (114:9) =
                  REG-NOTAS-HIST (114:9) THEN
                  MOVE 'E' TO WS-IM-TIPO-REGISTRO
                  MOVE WS-IMAGEM-REGISTRO TO HD-IMAGEM
                  REWRITE REG-HIST-DIRETO
               ELSE
                  MOVE 1 TO WS-RETORNO-INDEXAR-HIST
               END-IF
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * REGRAVA O CONTROLE COM OS CONTADORES DA OPERACAO - E, SE ALGO
      * NAO BATEU, MARCA O INDICE COMO SUSPEITO PARA A BUSCA DIRETA
      * SAIR DE CENA ATE A PROXIMA RECONSTRUCAO.
      *-----------------------------------------------------------------
       P900-FECHAR-INDICE.
            MOVE 1 TO WS-DIRETO-REL-KEY
            READ HIST-DIRETO
                 NOT INVALID KEY
                     MOVE WS-QTD-REGISTROS TO HD-QTD-REGISTROS
                     MOVE WS-QTD-CHAVES TO HD-QTD-CHAVES
                     IF WS-RETORNO-INDEXAR-HIST = 1 THEN
                        SET HD-INDICE-SUSPEITO TO TRUE
                     END-IF
                     REWRITE REG-HIST-DIRETO
            END-READ
            CLOSE HIST-DIRETO
            CLOSE HIST-CHAVES
            .
       P900-FIM.
       END PROGRAM INDEXAR-HIST.
