      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE ALUNOS BENEFICIARIOS DO
      *          BOLSA FAMILIA (BOLSA-FAMILIA.TXT, VEJA
      *          BENEFICIARIO-BF-RECORD.CPY), NO MESMO ESTILO DO
      *          PROGARQ022 (ARQUIVO EM MEMORIA, REGRAVADO NA SAIDA).
      *          CADA ALUNO TEM UM UNICO REGISTRO COM O NIS, CUJO
      *          DIGITO VERIFICADOR EH CONFERIDO NA DIGITACAO. SO
      *          ALUNO ATIVO NO MESTRE RECEBE INCLUSAO. O ALUNO QUE
      *          SAI DO PROGRAMA EH DESLIGADO (NAO REMOVIDO), PARA QUE
      *          O HISTORICO DAS APURACOES CONTINUE EXPLICADO; A
      *          APURACAO BIMESTRAL E O ARQUIVO DE ENVIO AO SISTEMA
      *          PRESENCA FICAM NO FREQUENCIA-BOLSA-FAMILIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ023.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARIO-FILE ASSIGN TO
           '../BOLSA-FAMILIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BENEFICIARIO.

           SELECT STUDENT ASSIGN TO
           '../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD BENEFICIARIO-FILE.
           COPY BENEFICIARIO-BF-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-BENEFICIARIO          PIC X(02)  VALUE SPACES.
       77 FS-STUDENT               PIC X(02)  VALUE SPACES.
       77 WS-STUDENT-REL-KEY       PIC 9(05)  VALUE 0.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-CD-ALUNO-DIGITADO     PIC 9(05)  VALUE 0.
       77 WS-ALUNO-ATIVO           PIC 9(01)  VALUE 0.
       77 WS-QTD-BENEFICIARIOS     PIC 9(04)  VALUE 0.
       77 WS-IDX-BF                PIC 9(04)  VALUE 0.
       77 WS-POS-BF                PIC 9(04)  VALUE 0.
       77 WS-CONFIRMA              PIC X(01)  VALUE SPACES.
       77 WS-DESCRICAO-SITUACAO    PIC X(10)  VALUE SPACES.
       77 WS-HOJE                  PIC 9(08)  VALUE 0.
       01 WS-DATA-DIGITADA         PIC 9(08)  VALUE 0.
       77 WS-DATA-DIA              PIC 9(02)  VALUE 0.
       77 WS-DATA-MES              PIC 9(02)  VALUE 0.
       77 WS-DATA-ANO              PIC 9(04)  VALUE 0.
       77 WS-DATA-VALIDA           PIC 9(01)  VALUE 0.
      * CONFERENCIA DO NIS (MESMA REGRA DO PIS/PASEP): PESOS 3 2 9 8 7
      * 6 5 4 3 2 NOS DEZ PRIMEIROS DIGITOS; DV = 11 - (SOMA MOD 11),
      * COM 10 E 11 VIRANDO ZERO.
       01 WS-NIS-DIGITADO          PIC 9(11)  VALUE 0.
       01 WS-NIS-DIGITOS REDEFINES WS-NIS-DIGITADO.
          03 WS-NIS-DIGITO         PIC 9(01) OCCURS 11 TIMES.
       01 WS-PESOS-NIS-VALORES     PIC X(10)  VALUE '3298765432'.
       01 WS-PESOS-NIS REDEFINES WS-PESOS-NIS-VALORES.
          03 WS-PESO-NIS           PIC 9(01) OCCURS 10 TIMES.
       77 WS-IDX-NIS               PIC 9(02)  VALUE 0.
       77 WS-SOMA-NIS              PIC 9(04)  VALUE 0.
       77 WS-QUOCIENTE-NIS         PIC 9(04)  VALUE 0.
       77 WS-RESTO-NIS             PIC 9(02)  VALUE 0.
       77 WS-DV-NIS                PIC 9(02)  VALUE 0.
       77 WS-NIS-VALIDO            PIC 9(01)  VALUE 0.
       01 WS-TABELA-BENEFICIARIOS.
           02 WS-BF-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-BENEFICIARIO PIC X(33).
           COPY FORMATOS-DATA.
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
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            PERFORM P050-CARREGAR-CADASTRO

            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               PERFORM P100-MENU
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-INCLUIR
                  WHEN 2
                     PERFORM P300-ALTERAR
                  WHEN 3
                     PERFORM P400-DESLIGAR
                  WHEN 4
                     PERFORM P500-LISTAR
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            PERFORM P900-REGRAVAR-CADASTRO
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-CADASTRO.
            MOVE 0 TO WS-QTD-BENEFICIARIOS
            OPEN INPUT BENEFICIARIO-FILE
            IF FS-BENEFICIARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BENEFICIARIO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-BENEFICIARIOS < 3000 THEN
                              ADD 1 TO WS-QTD-BENEFICIARIOS
                              MOVE REG-BENEFICIARIO-BF TO
                                 WS-TAB-REG-BENEFICIARIO
                                              (WS-QTD-BENEFICIARIOS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE BENEFICIARIO-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
       P100-MENU.
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            DISPLAY ' '
            DISPLAY '*** BENEFICIARIOS DO BOLSA FAMILIA ***'
            DISPLAY '1 - INCLUIR BENEFICIARIO'
            DISPLAY '2 - ALTERAR NIS / INICIO'
            DISPLAY '3 - DESLIGAR OU REATIVAR BENEFICIARIO'
            DISPLAY '4 - LISTAR (POR ALUNO, 0 = TODOS)'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * LOCALIZACAO POR ALUNO: UM REGISTRO POR ALUNO.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-ALUNO.
            MOVE 0 TO WS-POS-BF
            PERFORM VARYING WS-IDX-BF FROM 1 BY 1
                    UNTIL WS-IDX-BF > WS-QTD-BENEFICIARIOS
               MOVE WS-TAB-REG-BENEFICIARIO (WS-IDX-BF)
                 TO REG-BENEFICIARIO-BF
               IF BF-CD-STUDENT = WS-CD-ALUNO-DIGITADO THEN
                  MOVE WS-IDX-BF TO WS-POS-BF
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P170-CONFERIR-ALUNO.
            MOVE 0 TO WS-ALUNO-ATIVO
            OPEN INPUT STUDENT
            IF FS-STUDENT = '00' THEN
               MOVE WS-CD-ALUNO-DIGITADO TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO'
                    NOT INVALID KEY
                       IF ST-ALUNO = 'A' THEN
                          MOVE 1 TO WS-ALUNO-ATIVO
                          DISPLAY 'ALUNO: ' NM-STUDENT
                                  ' TURMA ' CD-TURMA
                       ELSE
                          DISPLAY 'ALUNO NAO ESTA ATIVO (SITUACAO '
                                  ST-ALUNO ')'
                       END-IF
               END-READ
               CLOSE STUDENT
            ELSE
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
            END-IF
            .
       P170-FIM.
      *-----------------------------------------------------------------
       P200-INCLUIR.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-ALUNO-DIGITADO

            IF WS-QTD-BENEFICIARIOS >= 3000 THEN
               DISPLAY 'CADASTRO DE BENEFICIARIOS LOTADO'
            ELSE
               PERFORM P150-LOCALIZAR-ALUNO
               IF WS-POS-BF > 0 THEN
                  DISPLAY 'ALUNO JA CADASTRADO COMO BENEFICIARIO - '
                          'USE ALTERAR OU REATIVAR'
               ELSE
                  PERFORM P170-CONFERIR-ALUNO
                  IF WS-ALUNO-ATIVO = 1 THEN
                     INITIALIZE REG-BENEFICIARIO-BF
                     MOVE WS-CD-ALUNO-DIGITADO TO BF-CD-STUDENT
                     PERFORM P250-ACEITAR-DADOS
                     MOVE 'A' TO BF-SITUACAO
                     MOVE WS-HOJE TO BF-DATA-SITUACAO
                     ADD 1 TO WS-QTD-BENEFICIARIOS
                     MOVE REG-BENEFICIARIO-BF TO
                        WS-TAB-REG-BENEFICIARIO (WS-QTD-BENEFICIARIOS)
                     DISPLAY 'BENEFICIARIO INCLUIDO COM SUCESSO'
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * NIS (COM DIGITO CONFERIDO, SEM REPETIR O DE OUTRO ALUNO) E
      * DATA DE INICIO NO PROGRAMA.
      *-----------------------------------------------------------------
       P250-ACEITAR-DADOS.
            MOVE 0 TO WS-NIS-VALIDO
            PERFORM WITH TEST BEFORE UNTIL WS-NIS-VALIDO = 1
               DISPLAY 'NIS DO ALUNO (11 DIGITOS).....: '
               ACCEPT WS-NIS-DIGITADO
               PERFORM P280-CONFERIR-NIS
               IF WS-NIS-VALIDO = 1 THEN
                  PERFORM VARYING WS-IDX-BF FROM 1 BY 1
                          UNTIL WS-IDX-BF > WS-QTD-BENEFICIARIOS
                     IF WS-TAB-REG-BENEFICIARIO (WS-IDX-BF) (6:11) =
                        WS-NIS-DIGITADO AND
                        WS-TAB-REG-BENEFICIARIO (WS-IDX-BF) (1:5)
                           NOT = BF-CD-STUDENT THEN
                        DISPLAY 'NIS JA CADASTRADO PARA O ALUNO '
                                WS-TAB-REG-BENEFICIARIO
                                                   (WS-IDX-BF) (1:5)
                        MOVE 0 TO WS-NIS-VALIDO
                     END-IF
                  END-PERFORM
               ELSE
                  DISPLAY 'NIS INVALIDO (DIGITO VERIFICADOR NAO '
                          'CONFERE) - TENTE NOVAMENTE'
               END-IF
            END-PERFORM
            MOVE WS-NIS-DIGITADO TO BF-NIS

            DISPLAY 'INICIO NO PROGRAMA'
            PERFORM P260-ACEITAR-DATA
            MOVE WS-DATA-DIGITADA TO BF-DATA-INICIO
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * DATA VALIDADA PELOS SUBPROGRAMAS COMPARTILHADOS, COMO
      * PROGARQ017/P250.
      *-----------------------------------------------------------------
       P260-ACEITAR-DATA.
            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               DISPLAY 'DATA (DDMMAAAA)...............: '
               ACCEPT WS-DATA-DIGITADA

               CALL 'QUEBRAR-DATA'
                             USING WS-FORMATO-DATA, WS-DATA-DIGITADA,
                                   WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO

               CALL 'VALIDAR-DATA'
                             USING WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO, WS-DATA-VALIDA

               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * DIGITO VERIFICADOR DO NIS; NIS ZERADO NUNCA EH VALIDO.
      *-----------------------------------------------------------------
       P280-CONFERIR-NIS.
            MOVE 0 TO WS-NIS-VALIDO
            IF WS-NIS-DIGITADO NOT = 0 THEN
               MOVE 0 TO WS-SOMA-NIS
               PERFORM VARYING WS-IDX-NIS FROM 1 BY 1
                       UNTIL WS-IDX-NIS > 10
                  COMPUTE WS-SOMA-NIS = WS-SOMA-NIS +
                          (WS-NIS-DIGITO (WS-IDX-NIS) *
                           WS-PESO-NIS (WS-IDX-NIS))
               END-PERFORM
               DIVIDE WS-SOMA-NIS BY 11 GIVING WS-QUOCIENTE-NIS
                      REMAINDER WS-RESTO-NIS
               COMPUTE WS-DV-NIS = 11 - WS-RESTO-NIS
               IF WS-DV-NIS > 9 THEN
                  MOVE 0 TO WS-DV-NIS
               END-IF
               IF WS-DV-NIS = WS-NIS-DIGITO (11) THEN
                  MOVE 1 TO WS-NIS-VALIDO
               END-IF
            END-IF
            .
       P280-FIM.
      *-----------------------------------------------------------------
       P300-ALTERAR.
            DISPLAY 'CODIGO DO ALUNO A ALTERAR.....: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            PERFORM P150-LOCALIZAR-ALUNO

            IF WS-POS-BF = 0 THEN
               DISPLAY 'ALUNO NAO CADASTRADO COMO BENEFICIARIO'
            ELSE
               MOVE WS-TAB-REG-BENEFICIARIO (WS-POS-BF)
                 TO REG-BENEFICIARIO-BF
               DISPLAY 'NIS ATUAL: ' BF-NIS
                       '  INICIO: ' BF-DATA-INICIO
               PERFORM P250-ACEITAR-DADOS
               MOVE REG-BENEFICIARIO-BF TO
                    WS-TAB-REG-BENEFICIARIO (WS-POS-BF)
               DISPLAY 'BENEFICIARIO ALTERADO COM SUCESSO'
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * DESLIGA O ATIVO OU REATIVA O DESLIGADO (ESTE SO SE O ALUNO
      * AINDA ESTIVER ATIVO NO MESTRE), GUARDANDO A DATA DA MUDANCA.
      *-----------------------------------------------------------------
       P400-DESLIGAR.
            DISPLAY 'CODIGO DO ALUNO...............: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            PERFORM P150-LOCALIZAR-ALUNO

            IF WS-POS-BF = 0 THEN
               DISPLAY 'ALUNO NAO CADASTRADO COMO BENEFICIARIO'
            ELSE
               MOVE WS-TAB-REG-BENEFICIARIO (WS-POS-BF)
                 TO REG-BENEFICIARIO-BF
               IF BF-ATIVO THEN
                  DISPLAY 'CONFIRMA O DESLIGAMENTO DO PROGRAMA (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' THEN
                     MOVE 'D' TO BF-SITUACAO
                     MOVE WS-HOJE TO BF-DATA-SITUACAO
                     DISPLAY 'BENEFICIARIO DESLIGADO'
                  END-IF
               ELSE
                  PERFORM P170-CONFERIR-ALUNO
                  IF WS-ALUNO-ATIVO = 1 THEN
                     DISPLAY 'CONFIRMA A REATIVACAO NO PROGRAMA (S/N): '
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' THEN
                        MOVE 'A' TO BF-SITUACAO
                        MOVE WS-HOJE TO BF-DATA-SITUACAO
                        DISPLAY 'BENEFICIARIO REATIVADO'
                     END-IF
                  END-IF
               END-IF
               MOVE REG-BENEFICIARIO-BF TO
                    WS-TAB-REG-BENEFICIARIO (WS-POS-BF)
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'CODIGO DO ALUNO (0 = TODOS)...: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'ALUNO NIS         INICIO   SITUACAO   DESDE'
            PERFORM VARYING WS-IDX-BF FROM 1 BY 1
                    UNTIL WS-IDX-BF > WS-QTD-BENEFICIARIOS
               MOVE WS-TAB-REG-BENEFICIARIO (WS-IDX-BF)
                 TO REG-BENEFICIARIO-BF
               IF WS-CD-ALUNO-DIGITADO = 0 OR
                  BF-CD-STUDENT = WS-CD-ALUNO-DIGITADO THEN
                  IF BF-ATIVO THEN
                     MOVE 'ATIVO' TO WS-DESCRICAO-SITUACAO
                  ELSE
                     MOVE 'DESLIGADO' TO WS-DESCRICAO-SITUACAO
                  END-IF
                  DISPLAY BF-CD-STUDENT ' ' BF-NIS ' '
                          BF-DATA-INICIO ' ' WS-DESCRICAO-SITUACAO ' '
                          BF-DATA-SITUACAO
               END-IF
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT BENEFICIARIO-FILE
            PERFORM VARYING WS-IDX-BF FROM 1 BY 1
                    UNTIL WS-IDX-BF > WS-QTD-BENEFICIARIOS
               MOVE WS-TAB-REG-BENEFICIARIO (WS-IDX-BF)
                 TO REG-BENEFICIARIO-BF
               WRITE REG-BENEFICIARIO-BF
            END-PERFORM
            CLOSE BENEFICIARIO-FILE
            DISPLAY 'CADASTRO DE BENEFICIARIOS GRAVADO: '
                    WS-QTD-BENEFICIARIOS ' REGISTRO(S)'
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PROGARQ023' TO LY-PROGRAMA
            MOVE '../ERROS.TXT' TO LY-NOME-ERROS
            SET LY-CONFERIR TO TRUE

            MOVE '../STUDENT.TXT' TO LY-NOME-ARQUIVO
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
       END PROGRAM PROGARQ023.
