      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: BUSCA DIRETA NO HISTORICO DE NOTAS PELO CAMINHO DE
      *          ACESSO MANTIDO PELO INDEXAR-HIST (VEJA BUSCA-HIST-
      *          CAMPOS.CPY): EM VEZ DE LER NOTAS-HIST.TXT INTEIRO
      *          PARA ACHAR OS LANCAMENTOS DE UM ALUNO/MATERIA/PERIODO,
      *          DE UMA TURMA/PERIODO OU DE UM ALUNO, O PROGRAMA
      *          ON-LINE PEDE O PRIMEIRO REGISTRO DO CAMINHO E DEPOIS
      *          OS SEGUINTES ('P'), NA ORDEM DE GRAVACAO, SO COM OS
      *          REGISTROS DA CHAVE - ESTORNADOS INCLUSIVE, PARA O
      *          CHAMADOR FILTRAR COMO JA FILTRAVA.
      *          RETORNO: 0 = REGISTRO DEVOLVIDO EM REG-NOTAS-HIST (E O
      *          ORDINAL DELE EM BH-SEQ-REGISTRO); 1 = CHAVE SEM
      *          REGISTROS / FIM DO CAMINHO; 2 = CAMINHO DIRETO
      *          INDISPONIVEL (NAO CRIADO OU MARCADO SUSPEITO) - O
      *          CHAMADOR VOLTA A LEITURA SEQUENCIAL DE SEMPRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-HIST.
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
       DATA DIVISION.
       FILE SECTION.
       FD HIST-DIRETO.
           COPY HIST-DIRETO-RECORD.
       FD HIST-CHAVES.
           COPY HIST-CHAVE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-DIRETO                   PIC X(02)       VALUE SPACES.
       77 FS-CHAVES                   PIC X(02)       VALUE SPACES.
       77 WS-DIRETO-REL-KEY           PIC 9(07)       VALUE 0.
       77 WS-CHAVE-REL-KEY            PIC 9(07)       VALUE 0.
      * POSICAO ENTRE UMA CHAMADA E OUTRA: CAMINHO DA ULTIMA BUSCA
      * 'A'/'T'/'S' E PROXIMO SLOT DELE (ZERO = FIM DO CAMINHO).
       77 WS-CAMINHO                  PIC X(01)       VALUE SPACE.
       77 WS-PROXIMO-SLOT             PIC 9(07)       VALUE 0.
       77 WS-SITUACAO-CHAVE           PIC X(01)       VALUE SPACE.
       77 WS-SLOT-CHAVE               PIC 9(07)       VALUE 0.
       77 WS-CAPACIDADE-CHAVES        PIC 9(07)       VALUE 0.
       77 WS-TENTATIVAS               PIC 9(07)       VALUE 0.
       77 WS-RETORNO-HASH             PIC 9(01)       VALUE 0.
       01 WS-CHAVE-MONTADA.
           02 WS-CM-TIPO              PIC X(01)       VALUE SPACE.
           02 WS-CM-VALOR             PIC X(15)       VALUE SPACES.
       LINKAGE SECTION.
           COPY BUSCA-HIST-CAMPOS.
           COPY NOTAS-HIST-RECORD.
           COPY RETORNO-CHAMADA REPLACING ==:RETORNO:==
                                       BY ==WS-RETORNO-BUSCAR-HIST==.
       PROCEDURE DIVISION USING CAMPOS-BUSCA-HIST, REG-NOTAS-HIST,
                                WS-RETORNO-BUSCAR-HIST.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-BUSCAR-HIST
            MOVE 0 TO BH-SEQ-REGISTRO
            INITIALIZE REG-NOTAS-HIST

            PERFORM P100-ABRIR-INDICE
            IF WS-RETORNO-BUSCAR-HIST = 0 THEN
               IF BH-PROXIMO THEN
                  IF WS-PROXIMO-SLOT = 0 THEN
                     MOVE 1 TO WS-RETORNO-BUSCAR-HIST
                  END-IF
               ELSE
                  PERFORM P200-LOCALIZAR-CHAVE
               END-IF
               IF WS-RETORNO-BUSCAR-HIST = 0 THEN
                  PERFORM P300-LER-SLOT
               END-IF
               CLOSE HIST-DIRETO
               CLOSE HIST-CHAVES
            END-IF
            GOBACK.
      *-----------------------------------------------------------------
      * ABRE O CAMINHO DIRETO E CONFERE O CONTROLE: SEM ARQUIVO, SEM
      * CONTROLE OU INDICE SUSPEITO = RETORNO 2 (LEITURA SEQUENCIAL).
      *-----------------------------------------------------------------
       P100-ABRIR-INDICE.
            OPEN INPUT HIST-DIRETO
            IF FS-DIRETO NOT = '00' THEN
               MOVE 2 TO WS-RETORNO-BUSCAR-HIST
            ELSE
               OPEN INPUT HIST-CHAVES
               IF FS-CHAVES NOT = '00' THEN
                  CLOSE HIST-DIRETO
                  MOVE 2 TO WS-RETORNO-BUSCAR-HIST
               ELSE
                  MOVE 1 TO WS-DIRETO-REL-KEY
                  READ HIST-DIRETO
                       INVALID KEY MOVE 2 TO WS-RETORNO-BUSCAR-HIST
                  END-READ
                  IF WS-RETORNO-BUSCAR-HIST = 0 THEN
                     IF NOT HD-SLOT-CONTROLE OR
                        NOT HD-INDICE-VALIDO THEN
                        MOVE 2 TO WS-RETORNO-BUSCAR-HIST
                     END-IF
                  END-IF
                  IF WS-RETORNO-BUSCAR-HIST NOT = 0 THEN
                     CLOSE HIST-DIRETO
                     CLOSE HIST-CHAVES
                  END-IF
               END-IF
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * MONTA A CHAVE DO CAMINHO PEDIDO (MESMO FORMATO GRAVADO PELO
      * INDEXAR-HIST) E A PROCURA NA TABELA DE ESPALHAMENTO; ACHADA,
      * O CAMINHO COMECA NO PRIMEIRO SLOT DA CADEIA DELA.
      *-----------------------------------------------------------------
       P200-LOCALIZAR-CHAVE.
            MOVE SPACES TO WS-CM-VALOR
            EVALUATE TRUE
               WHEN BH-PRIMEIRO-ALUNO-MATERIA
                  MOVE 'A' TO WS-CAMINHO
                  STRING BH-CD-STUDENT BH-CD-MATERIA BH-ANO-LETIVO
                         BH-BIMESTRE
                         DELIMITED BY SIZE INTO WS-CM-VALOR
               WHEN BH-PRIMEIRO-TURMA
                  MOVE 'T' TO WS-CAMINHO
                  STRING BH-CD-TURMA BH-ANO-LETIVO BH-BIMESTRE
                         DELIMITED BY SIZE INTO WS-CM-VALOR
               WHEN OTHER
                  MOVE 'S' TO WS-CAMINHO
                  MOVE BH-CD-STUDENT TO WS-CM-VALOR
            END-EVALUATE
            MOVE WS-CAMINHO TO WS-CM-TIPO
            MOVE 0 TO WS-PROXIMO-SLOT

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
                           MOVE HC-PRIMEIRO TO WS-PROXIMO-SLOT
                        END-IF
               END-READ
               IF WS-SITUACAO-CHAVE = SPACE THEN
                  ADD 1 TO WS-TENTATIVAS
                  ADD 1 TO WS-SLOT-CHAVE
                  IF WS-SLOT-CHAVE > WS-CAPACIDADE-CHAVES THEN
                     MOVE 1 TO WS-SLOT-CHAVE
                  END-IF
                  IF WS-TENTATIVAS >= WS-CAPACIDADE-CHAVES THEN
                     MOVE 'V' TO WS-SITUACAO-CHAVE
                  END-IF
               END-IF
            END-PERFORM

            IF WS-PROXIMO-SLOT = 0 THEN
               MOVE 1 TO WS-RETORNO-BUSCAR-HIST
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * LE O SLOT DA VEZ, DEVOLVE A IMAGEM E O ORDINAL E GUARDA O
      * PROXIMO SLOT DO MESMO CAMINHO PARA A CHAMADA SEGUINTE.
      *-----------------------------------------------------------------
       P300-LER-SLOT.
            MOVE WS-PROXIMO-SLOT TO WS-DIRETO-REL-KEY
            READ HIST-DIRETO
                 INVALID KEY MOVE 1 TO WS-RETORNO-BUSCAR-HIST
            END-READ

            IF WS-RETORNO-BUSCAR-HIST = 0 AND
               NOT HD-SLOT-REGISTRO THEN
               MOVE 1 TO WS-RETORNO-BUSCAR-HIST
            END-IF

            IF WS-RETORNO-BUSCAR-HIST = 0 THEN
               MOVE HD-IMAGEM TO REG-NOTAS-HIST
               COMPUTE BH-SEQ-REGISTRO = WS-PROXIMO-SLOT - 1
               EVALUATE WS-CAMINHO
                  WHEN 'A'
                     MOVE HD-PROX-CHAVE TO WS-PROXIMO-SLOT
                  WHEN 'T'
                     MOVE HD-PROX-TURMA TO WS-PROXIMO-SLOT
                  WHEN OTHER
                     MOVE HD-PROX-ALUNO TO WS-PROXIMO-SLOT
               END-EVALUATE
            ELSE
               MOVE 0 TO WS-PROXIMO-SLOT
            END-IF
            .
       P300-FIM.
       END PROGRAM BUSCAR-HIST.
