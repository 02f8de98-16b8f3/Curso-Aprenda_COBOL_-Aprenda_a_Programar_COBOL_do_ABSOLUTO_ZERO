      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE PESSOAS AUTORIZADAS A
      *          BUSCAR O ALUNO NA SAIDA (AUTORIZADOS-SAIDA.TXT, VEJA
      *          AUTORIZADO-SAIDA-RECORD.CPY), AO LADO DO CADASTRO DE
      *          RESPONSAVEIS (PROGARQ005) E NO MESMO ESTILO (ARQUIVO
      *          EM MEMORIA, REGRAVADO NA SAIDA; LOCALIZACAO POR
      *          ALUNO + NOME). A PESSOA PODE SER AUTORIZADA OU, COM
      *          A MARCA DE RESTRICAO, PROIBIDA DE LEVAR O ALUNO
      *          (ORDEM JUDICIAL - REFERENCIA DO PROCESSO OBRIGATORIA).
      *          SO ALUNO ATIVO NO MESTRE RECEBE INCLUSAO; O QUADRO
      *          DIARIO DA PORTARIA E A EXPIRACAO AUTOMATICA DE QUEM
      *          SAIU DA ESCOLA FICAM NO QUADRO-PORTARIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARQ022.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTORIZADO-FILE ASSIGN TO
           '../AUTORIZADOS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZADO.

           SELECT STUDENT ASSIGN TO
           '../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD AUTORIZADO-FILE.
           COPY AUTORIZADO-SAIDA-RECORD.
       FD STUDENT.
           COPY STUDENT-RECORD.
       WORKING-STORAGE SECTION.
       77 FS-AUTORIZADO            PIC X(02)  VALUE SPACES.
       77 FS-STUDENT               PIC X(02)  VALUE SPACES.
       77 WS-STUDENT-REL-KEY       PIC 9(05)  VALUE 0.
       77 WS-EOF                   PIC A(01)  VALUE 'N'.
       77 WS-OPCAO                 PIC 9(01)  VALUE 0.
       77 WS-CD-ALUNO-DIGITADO     PIC 9(05)  VALUE 0.
       77 WS-NM-PESSOA-DIGITADO    PIC X(30)  VALUE SPACES.
       77 WS-ALUNO-ATIVO           PIC 9(01)  VALUE 0.
       77 WS-QTD-AUTORIZADOS       PIC 9(04)  VALUE 0.
       77 WS-IDX-AUT               PIC 9(04)  VALUE 0.
       77 WS-POS-AUT               PIC 9(04)  VALUE 0.
       01 WS-DATA-DIGITADA         PIC 9(08)  VALUE 0.
       77 WS-DATA-DIA              PIC 9(02)  VALUE 0.
       77 WS-DATA-MES              PIC 9(02)  VALUE 0.
       77 WS-DATA-ANO              PIC 9(04)  VALUE 0.
       77 WS-DATA-VALIDA           PIC 9(01)  VALUE 0.
      * INICIO E FIM EM AAAAMMDD PARA CONFERIR QUE O FIM DA
      * VALIDADE NAO VEM ANTES DO INICIO.
       77 WS-INICIO-ORD            PIC 9(08)  VALUE 0.
       77 WS-FIM-ORD               PIC 9(08)  VALUE 0.
       77 WS-DESCRICAO-TIPO        PIC X(12)  VALUE SPACES.
       01 WS-TABELA-AUTORIZADOS.
           02 WS-AUT-ITEM OCCURS 3000 TIMES.
              03 WS-TAB-REG-AUTORIZADO PIC X(116).
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
                     PERFORM P400-REMOVER
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
            MOVE 0 TO WS-QTD-AUTORIZADOS
            OPEN INPUT AUTORIZADO-FILE
            IF FS-AUTORIZADO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ AUTORIZADO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AUTORIZADOS < 3000 THEN
                              ADD 1 TO WS-QTD-AUTORIZADOS
                              MOVE REG-AUTORIZADO-SAIDA TO
                                 WS-TAB-REG-AUTORIZADO
                                              (WS-QTD-AUTORIZADOS)
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AUTORIZADO-FILE
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
            DISPLAY '*** AUTORIZADOS A BUSCAR O ALUNO NA SAIDA ***'
            DISPLAY '1 - INCLUIR PESSOA (AUTORIZADA OU RESTRITA)'
            DISPLAY '2 - ALTERAR PESSOA'
            DISPLAY '3 - REMOVER PESSOA'
            DISPLAY '4 - LISTAR (POR ALUNO, 0 = TODOS)'
            DISPLAY '9 - SAIR (GRAVA O CADASTRO)'
            DISPLAY 'OPCAO: '
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * LOCALIZACAO POR ALUNO + NOME, COMO NO PROGARQ005 - O NOME EM
      * BRANCO ACHA QUALQUER PESSOA DO ALUNO.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-PESSOA.
            MOVE 0 TO WS-POS-AUT
            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > WS-QTD-AUTORIZADOS
               MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                 TO REG-AUTORIZADO-SAIDA
               IF AZ-CD-STUDENT = WS-CD-ALUNO-DIGITADO AND
                  (WS-NM-PESSOA-DIGITADO = SPACES OR
                   AZ-NM-PESSOA = WS-NM-PESSOA-DIGITADO) THEN
                  MOVE WS-IDX-AUT TO WS-POS-AUT
               END-IF
            END-PERFORM
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * SO ALUNO ATIVO RECEBE INCLUSAO: DE QUEM SAIU, OS REGISTROS
      * SAO EXPIRADOS PELO QUADRO-PORTARIA.
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

            IF WS-QTD-AUTORIZADOS >= 3000 THEN
               DISPLAY 'CADASTRO DE AUTORIZADOS LOTADO'
            ELSE
               PERFORM P170-CONFERIR-ALUNO
               IF WS-ALUNO-ATIVO = 1 THEN
                  INITIALIZE REG-AUTORIZADO-SAIDA
                  MOVE WS-CD-ALUNO-DIGITADO TO AZ-CD-STUDENT
                  DISPLAY 'NOME DA PESSOA................: '
                  ACCEPT AZ-NM-PESSOA
                  MOVE AZ-NM-PESSOA TO WS-NM-PESSOA-DIGITADO
                  PERFORM P150-LOCALIZAR-PESSOA
                  IF WS-POS-AUT > 0 THEN
                     DISPLAY 'ESSA PESSOA JA ESTA CADASTRADA PARA O '
                             'ALUNO - USE ALTERAR'
                  ELSE
                     INITIALIZE REG-AUTORIZADO-SAIDA
                     MOVE WS-CD-ALUNO-DIGITADO TO AZ-CD-STUDENT
                     MOVE WS-NM-PESSOA-DIGITADO TO AZ-NM-PESSOA
                     PERFORM P250-ACEITAR-DADOS
                     MOVE 'A' TO AZ-SITUACAO
                     ADD 1 TO WS-QTD-AUTORIZADOS
                     MOVE REG-AUTORIZADO-SAIDA TO
                          WS-TAB-REG-AUTORIZADO (WS-QTD-AUTORIZADOS)
                     DISPLAY 'PESSOA INCLUIDA COM SUCESSO'
                  END-IF
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * DOCUMENTO, PARENTESCO, VALIDADE E A MARCA DE RESTRICAO (QUE
      * EXIGE A REFERENCIA DA ORDEM JUDICIAL).
      *-----------------------------------------------------------------
       P250-ACEITAR-DADOS.
            DISPLAY 'DOCUMENTO (RG/CPF)............: '
            ACCEPT AZ-DOCUMENTO
            DISPLAY 'PARENTESCO/VINCULO............: '
            ACCEPT AZ-PARENTESCO
            DISPLAY 'RESTRICAO - NAO ENTREGAR A ESTA PESSOA (S/N) [N]: '
            ACCEPT AZ-RESTRICAO
            IF AZ-RESTRICAO NOT = 'S' THEN
               MOVE 'N' TO AZ-RESTRICAO
               MOVE SPACES TO AZ-REFERENCIA
            ELSE
               MOVE SPACES TO AZ-REFERENCIA
               PERFORM WITH TEST AFTER UNTIL AZ-REFERENCIA NOT = SPACES
                  DISPLAY 'REFERENCIA DA ORDEM JUDICIAL..: '
                  ACCEPT AZ-REFERENCIA
               END-PERFORM
            END-IF

            DISPLAY 'INICIO DA VALIDADE'
            PERFORM P260-ACEITAR-DATA
            MOVE WS-DATA-DIGITADA TO AZ-DATA-INICIO
            PERFORM P270-ORDENAR-DATA
            MOVE WS-DATA-DIGITADA TO WS-INICIO-ORD

            MOVE 0 TO WS-FIM-ORD
            PERFORM WITH TEST AFTER
                    UNTIL AZ-DATA-FIM = 0 OR WS-FIM-ORD >= WS-INICIO-ORD
               DISPLAY 'FIM DA VALIDADE (DDMMAAAA, 0 = SEM PRAZO): '
               ACCEPT AZ-DATA-FIM
               IF AZ-DATA-FIM NOT = 0 THEN
                  MOVE AZ-DATA-FIM TO WS-DATA-DIGITADA
                  SET FORMATO-DDMMAAAA TO TRUE
                  CALL 'QUEBRAR-DATA'
                                USING WS-FORMATO-DATA, WS-DATA-DIGITADA,
                                      WS-DATA-DIA, WS-DATA-MES,
                                      WS-DATA-ANO
                  CALL 'VALIDAR-DATA'
                                USING WS-DATA-DIA, WS-DATA-MES,
                                      WS-DATA-ANO, WS-DATA-VALIDA
                  IF WS-DATA-VALIDA NOT = 1 THEN
                     DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
                     MOVE 0 TO WS-FIM-ORD
                  ELSE
                     PERFORM P270-ORDENAR-DATA
                     MOVE WS-DATA-DIGITADA TO WS-FIM-ORD
                     IF WS-FIM-ORD < WS-INICIO-ORD THEN
                        DISPLAY 'FIM ANTERIOR AO INICIO - TENTE '
                                'NOVAMENTE'
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
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
      * CONVERTE A DATA JA QUEBRADA EM DIA/MES/ANO PARA AAAAMMDD EM
      * WS-DATA-DIGITADA.
      *-----------------------------------------------------------------
       P270-ORDENAR-DATA.
            COMPUTE WS-DATA-DIGITADA =
                    (WS-DATA-ANO * 10000) + (WS-DATA-MES * 100) +
                    WS-DATA-DIA
            .
       P270-FIM.
      *-----------------------------------------------------------------
      * ALTERAR REVALIDA O REGISTRO: UM EXPIRADO QUE VOLTA A SER
      * ALTERADO (ALUNO REMATRICULADO) VOLTA A VALER.
      *-----------------------------------------------------------------
       P300-ALTERAR.
            DISPLAY 'CODIGO DO ALUNO A ALTERAR.....: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'NOME DA PESSOA (BRANCO = QUALQUER): '
            ACCEPT WS-NM-PESSOA-DIGITADO
            PERFORM P150-LOCALIZAR-PESSOA

            IF WS-POS-AUT = 0 THEN
               DISPLAY 'PESSOA NAO ENCONTRADA'
            ELSE
               PERFORM P170-CONFERIR-ALUNO
               IF WS-ALUNO-ATIVO = 1 THEN
                  MOVE WS-TAB-REG-AUTORIZADO (WS-POS-AUT)
                    TO REG-AUTORIZADO-SAIDA
                  DISPLAY 'PESSOA: ' AZ-NM-PESSOA
                  PERFORM P250-ACEITAR-DADOS
                  MOVE 'A' TO AZ-SITUACAO
                  MOVE 0 TO AZ-DATA-EXPIRACAO
                  MOVE REG-AUTORIZADO-SAIDA TO
                       WS-TAB-REG-AUTORIZADO (WS-POS-AUT)
                  DISPLAY 'PESSOA ALTERADA COM SUCESSO'
               END-IF
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P400-REMOVER.
            DISPLAY 'CODIGO DO ALUNO A REMOVER.....: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'NOME DA PESSOA (BRANCO = QUALQUER): '
            ACCEPT WS-NM-PESSOA-DIGITADO
            PERFORM P150-LOCALIZAR-PESSOA

            IF WS-POS-AUT = 0 THEN
               DISPLAY 'PESSOA NAO ENCONTRADA'
            ELSE
               PERFORM VARYING WS-IDX-AUT FROM WS-POS-AUT BY 1
                       UNTIL WS-IDX-AUT >= WS-QTD-AUTORIZADOS
                  MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT + 1)
                    TO WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
               END-PERFORM
               SUBTRACT 1 FROM WS-QTD-AUTORIZADOS
               DISPLAY 'PESSOA REMOVIDA COM SUCESSO'
            END-IF
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P500-LISTAR.
            DISPLAY 'CODIGO DO ALUNO (0 = TODOS)...: '
            ACCEPT WS-CD-ALUNO-DIGITADO
            DISPLAY 'ALUNO PESSOA                         PARENTESCO '
                    '     INICIO   FIM      TIPO         SIT'
            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > WS-QTD-AUTORIZADOS
               MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                 TO REG-AUTORIZADO-SAIDA
               IF WS-CD-ALUNO-DIGITADO = 0 OR
                  AZ-CD-STUDENT = WS-CD-ALUNO-DIGITADO THEN
                  IF AZ-NAO-ENTREGAR THEN
                     MOVE 'NAO ENTREGAR' TO WS-DESCRICAO-TIPO
                  ELSE
                     MOVE 'AUTORIZADO' TO WS-DESCRICAO-TIPO
                  END-IF
                  DISPLAY AZ-CD-STUDENT ' ' AZ-NM-PESSOA ' '
                          AZ-PARENTESCO ' ' AZ-DATA-INICIO ' '
                          AZ-DATA-FIM ' ' WS-DESCRICAO-TIPO ' '
                          AZ-SITUACAO
                  IF AZ-NAO-ENTREGAR THEN
                     DISPLAY '      ORDEM JUDICIAL: ' AZ-REFERENCIA
                  END-IF
               END-IF
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-CADASTRO.
            OPEN OUTPUT AUTORIZADO-FILE
            PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                    UNTIL WS-IDX-AUT > WS-QTD-AUTORIZADOS
               MOVE WS-TAB-REG-AUTORIZADO (WS-IDX-AUT)
                 TO REG-AUTORIZADO-SAIDA
               WRITE REG-AUTORIZADO-SAIDA
            END-PERFORM
            CLOSE AUTORIZADO-FILE
            DISPLAY 'CADASTRO DE AUTORIZADOS GRAVADO: '
                    WS-QTD-AUTORIZADOS ' REGISTRO(S)'
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'PROGARQ022' TO LY-PROGRAMA
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
       END PROGRAM PROGARQ022.
