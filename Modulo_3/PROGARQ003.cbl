      *          DIGITACAO A CADA EXECUCAO. COMO TURMAS.TXT EH LINE
      *          SEQUENTIAL, O CADASTRO INTEIRO EH CARREGADO EM
      *          MEMORIA NA ENTRADA E REGRAVADO NA SAIDA.
      *          O REGIME DE AVALIACAO ('N' NUMERICO, 'D' DESCRITIVO -
      *          PARECER NO LUGAR DE NOTA NOS ANOS INICIAIS) TAMBEM EH
      *          MANTIDO AQUI.
      *          NA REDE COM MAIS DE UMA ESCOLA, A TURMA PERTENCE A UMA
      *          UNIDADE ESCOLAR ATIVA DO CADASTRO (UNIDADES.TXT, VEJA
      *          PROGARQ025) - EM BRANCO = '01', A ESCOLA ORIGINAL.
      *          O REGIME DE PERIODOS ('B' BIMESTRAL, 'S' SEMESTRAL -
      *          TURMAS DE EJA) TAMBEM EH MANTIDO AQUI: ELE DIZ QUAL
      *          PERIODO DO CONTROLE-PERIODO VALE PARA A TURMA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           '../TURMAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT UNIDADE-FILE ASSIGN TO
           '../UNIDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UNIDADE.
       DATA DIVISION.
       FILE SECTION.
       FD TURMA-FILE.
           COPY TURMA-RECORD.
       FD UNIDADE-FILE.
           COPY UNIDADE-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-TURMA                 PIC X(02)  VALUE SPACES.
       77 FS-UNIDADE               PIC X(02)  VALUE SPACES.
       77 WS-EOF-UNIDADE           PIC A(01)  VALUE 'N'.
       77 WS-UNIDADE-OK            PIC 9(01)  VALUE 0.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-CD-TURMA-DIGITADO     PIC X(05)  VALUE SPACES.
      * SERIE/LETRA), CARREGADO NA ENTRADA E REGRAVADO NA SAIDA.
       01 WS-TABELA-TURMAS.
           02 WS-TURMA-ITEM OCCURS 200 TIMES.
              03 WS-TAB-REG-TURMA  PIC X(26).
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** MANUTENCAO DO CADASTRO DE TURMAS ***'
            DISPLAY '1 - INCLUIR TURMA'
               TU-QTD-NOTAS > 10 THEN
               MOVE 4 TO TU-QTD-NOTAS
            END-IF

      * TURMA DESCRITIVA NAO LANCA NOTA: OS LIMIARES E A QTD DE NOTAS
      * ACIMA FICAM SEM USO ENQUANTO O REGIME FOR 'D'.
            DISPLAY 'REGIME (N=NUMERICO, D=DESCRITIVO) [N]: '
            ACCEPT TU-REGIME-AVALIACAO
            IF NOT TU-REGIME-DESCRITIVO THEN
               MOVE 'N' TO TU-REGIME-AVALIACAO
            END-IF

            MOVE 0 TO WS-UNIDADE-OK
            PERFORM UNTIL WS-UNIDADE-OK = 1
               DISPLAY 'UNIDADE ESCOLAR [01]..........: '
               ACCEPT TU-CD-UNIDADE
               IF TU-CD-UNIDADE = SPACES THEN
                  MOVE '01' TO TU-CD-UNIDADE
               END-IF
               PERFORM P260-CONFERIR-UNIDADE
            END-PERFORM

      * TURMA SEMESTRAL (EJA) SEGUE O PERIODO SEMESTRAL DO CONTROLE
      * DE PERIODO E A CONFIGURACAO DE PROMOCAO DO SEU REGIME.
            DISPLAY 'PERIODOS (B=BIMESTRAL, S=SEMESTRAL) [B]......: '
            ACCEPT TU-REGIME-PERIODO
            IF NOT TU-PERIODO-SEMESTRAL THEN
               MOVE 'B' TO TU-REGIME-PERIODO
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * A UNIDADE DA TURMA TEM DE ESTAR ATIVA NO CADASTRO DE UNIDADES;
      * SEM O CADASTRO (ESCOLA UNICA) SO CABE A '01'.
      *-----------------------------------------------------------------
       P260-CONFERIR-UNIDADE.
            MOVE 0 TO WS-UNIDADE-OK
            MOVE 'N' TO WS-EOF-UNIDADE
            OPEN INPUT UNIDADE-FILE
            IF FS-UNIDADE NOT = '00' THEN
               IF TU-CD-UNIDADE = '01' THEN
                  MOVE 1 TO WS-UNIDADE-OK
               END-IF
            ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL WS-EOF-UNIDADE = 'F' OR WS-UNIDADE-OK = 1
                  READ UNIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF-UNIDADE
                       NOT AT END
                           IF UN-CD-UNIDADE = TU-CD-UNIDADE AND
                              UN-UNIDADE-ATIVA THEN
                              MOVE 1 TO WS-UNIDADE-OK
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE UNIDADE-FILE
            END-IF
            IF WS-UNIDADE-OK = 0 THEN
               DISPLAY 'UNIDADE NAO CADASTRADA OU INATIVA (PROGARQ025)'
            END-IF
            .
       P260-FIM.
      *-----------------------------------------------------------------
       P300-ALTERAR.
            DISPLAY 'CODIGO DA TURMA A ALTERAR.....: '
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'TURMA SERIE CAP AT APROV RECUP FREQ NOTAS REG '
                    'UN PER'
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               MOVE WS-TAB-REG-TURMA (WS-IDX-TURMA) TO REG-TURMA
                       ' ' TU-ATIVO '  ' TU-LIMIAR-APROVACAO '   '
                       TU-LIMIAR-RECUPERACAO '   '
                       TU-FREQUENCIA-MINIMA '  ' TU-QTD-NOTAS
                       '    ' TU-REGIME-AVALIACAO '   '
                       TU-CD-UNIDADE '  ' TU-REGIME-PERIODO
            END-PERFORM
            .
       P500-FIM.
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * AMBIENTE DE TREINAMENTO (MARCA AMBIENTE.TXT NA RAIZ DOS
      * DADOS): A FAIXA SAI NO ALTO DA TELA E NA PRIMEIRA LINHA DOS
      * RELATORIOS (VEJA LER-AMBIENTE).
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM PROGARQ003.
