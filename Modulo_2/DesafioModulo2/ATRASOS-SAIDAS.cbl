      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: REGISTRO DE ATRASOS E SAIDAS ANTECIPADAS DA PORTARIA
      *          (ATRASOS-SAIDAS.TXT, VEJA ATRASO-SAIDA-RECORD.CPY) -
      *          A CHAMADA SO CONHECE P OU F E CADA PROFESSOR MARCAVA
      *          DE UM JEITO O ALUNO QUE CHEGOU NA TERCEIRA AULA OU
      *          FOI BUSCADO AS 10H. SO OPERADOR CADASTRADO ENTRA:
      *          (1) REGISTRA A OCORRENCIA: ALUNO ATIVO, DATA, HORA,
      *              TIPO (A = ATRASO, S = SAIDA ANTECIPADA), A AULA
      *              DE ENTRADA OU A ULTIMA AULA ASSISTIDA, QUEM
      *              BUSCOU (SO NA SAIDA) E O MOTIVO. QUEM BUSCA EH
      *              CONFERIDO CONTRA AS PESSOAS AUTORIZADAS
      *              (AUTORIZADOS-SAIDA.TXT, PROGARQ022) E OS
      *              RESPONSAVEIS (RESPONSAVEIS.TXT): PESSOA COM
      *              RESTRICAO VIGENTE BLOQUEIA O REGISTRO; PESSOA QUE
      *              NAO CONSTA PEDE CONFIRMACAO. AS AULAS PERDIDAS
      *              SAEM DO HORARIO DA TURMA (HORARIO.TXT) E A
      *              CHAMADA DO DIA JA LANCADA COM PRESENCA NELAS EH
      *              CORRIGIDA PARA FALTA (ESTORNO 'E' + CORRECAO 'C'
      *              COM O OPERADOR, COMO NO CORRIGIR-CHAMADA, E O MES
      *              FECHADO EH REABERTO); A CHAMADA AINDA NAO LANCADA
      *              JA SAI COM A FALTA NO REGISTRAR-CHAMADA (VEJA
      *              CONSULTAR-ATRASO-SAIDA);
      *          (2) RELATORIO MENSAL PARA A COORDENACAO
      *              (ATRASOS-SAIDAS-MES.TXT): ALUNOS COM MAIS DE N
      *              OCORRENCIAS NO MES, COM CADA OCORRENCIA, E A
      *              CARTA A FAMILIA (CARTAS-ATRASOS.TXT) PELO MOTOR
      *              DE MODELOS (GERAR-CARTA-MODELO, TIPO 'ATRASOS':
      *              CONTAGEM EM &DESCRICAO, MES EM &DATA-PROVA; SEM
      *              MODELO, TEXTO PADRAO), UMA POR RESPONSAVEL
      *              MARCADO PARA CORRESPONDENCIA (MESMA REGRA DE
      *              GERAR-CARTAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRASOS-SAIDAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT ATRASO-FILE ASSIGN TO
           '../../ATRASOS-SAIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATRASO.

           SELECT AUTORIZADO-FILE ASSIGN TO
           '../../AUTORIZADOS-SAIDA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTORIZADO.

           SELECT RESPONSAVEL-FILE ASSIGN TO
           '../../RESPONSAVEIS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPONSAVEL.

           SELECT HORARIO-FILE ASSIGN TO
           '../../HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT CHAMADA-TRAB ASSIGN TO
           '../../CHAMADA-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MENSAL-FILE ASSIGN TO
           '../../FREQUENCIA-MENSAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSAL.

           SELECT MENSAL-TRABALHO ASSIGN TO
           '../../FREQUENCIA-MENSAL-TRAB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../ATRASOS-SAIDAS-MES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARTAS-FILE ASSIGN TO
           '../../CARTAS-ATRASOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD ATRASO-FILE.
           COPY ATRASO-SAIDA-RECORD.
       FD AUTORIZADO-FILE.
           COPY AUTORIZADO-SAIDA-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD HORARIO-FILE.
           COPY HORARIO-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD CHAMADA-TRAB.
       01 REG-CHAMADA-TRAB         PIC X(37).
       FD MENSAL-FILE.
           COPY FREQ-MENSAL-RECORD.
       FD MENSAL-TRABALHO.
       01 REG-MENSAL-TRAB          PIC X(29).
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(120).
       FD CARTAS-FILE.
       01 REC-CARTA                PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-ATRASO                   PIC X(02)       VALUE SPACES.
       77 FS-AUTORIZADO               PIC X(02)       VALUE SPACES.
       77 FS-RESPONSAVEL              PIC X(02)       VALUE SPACES.
       77 FS-HORARIO                  PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-MENSAL                   PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-EOF-AUX                  PIC A(01)       VALUE 'N'.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): SO ALUNO DA
      * UNIDADE DELE NO REGISTRO E NO RELATORIO MENSAL.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
      * HOJE EM AAAAMMDD (REGISTRO) E EM DDMMAAAA (DATA DA CHAMADA).
       01 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HOJE-ANO             PIC 9(04).
           03 WS-HOJE-MES             PIC 9(02).
           03 WS-HOJE-DIA             PIC 9(02).
       77 WS-HOJE-DDMMAAAA            PIC 9(08)       VALUE 0.
      * A OCORRENCIA EM DIGITACAO.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-ACHOU-ALUNO              PIC 9(01)       VALUE 0.
       77 WS-DATA-OCORRENCIA          PIC 9(08)       VALUE 0.
       01 WS-HORA-OCORRENCIA          PIC 9(04)       VALUE 0.
       01 WS-HORA-OCORRENCIA-R REDEFINES WS-HORA-OCORRENCIA.
           03 WS-HORA-HH              PIC 9(02).
           03 WS-HORA-MM              PIC 9(02).
       77 WS-TIPO-OCORRENCIA          PIC X(01)       VALUE SPACE.
       77 WS-AULA-OCORRENCIA          PIC 9(01)       VALUE 0.
       77 WS-NM-BUSCOU                PIC X(30)       VALUE SPACES.
       77 WS-MOTIVO                   PIC X(40)       VALUE SPACES.
       77 WS-DATA-DIA                 PIC 9(02)       VALUE 0.
       77 WS-DATA-MES                 PIC 9(02)       VALUE 0.
       77 WS-DATA-ANO                 PIC 9(04)       VALUE 0.
       77 WS-DATA-VALIDA              PIC 9(01)       VALUE 0.
           COPY FORMATOS-DATA.
      * QUEM BUSCA: 'R' = RESTRICAO VIGENTE (NAO ENTREGA), 'A' =
      * AUTORIZADO OU RESPONSAVEL, 'N' = NAO CONSTA.
       77 WS-SITUACAO-BUSCOU          PIC X(01)       VALUE 'N'.
       77 WS-REFERENCIA-RESTRICAO     PIC X(20)       VALUE SPACES.
       77 WS-NOME-BUSCOU-NORM         PIC X(30)       VALUE SPACES.
       77 WS-NOME-NORMALIZADO         PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-NORMALIZAR       PIC 9(01)       VALUE 0.
       01 WS-DATA-TRABALHO            PIC 9(08)       VALUE 0.
       77 WS-DIA                      PIC 9(02)       VALUE 0.
       77 WS-MES                      PIC 9(02)       VALUE 0.
       77 WS-ANO                      PIC 9(04)       VALUE 0.
       77 WS-DATA-ORD                 PIC 9(08)       VALUE 0.
       77 WS-OCORRENCIA-ORD           PIC 9(08)       VALUE 0.
       77 WS-INICIO-ORD               PIC 9(08)       VALUE 0.
       77 WS-FIM-ORD                  PIC 9(08)       VALUE 0.
      * AULAS PERDIDAS NO DIA, POR MATERIA (DO HORARIO DA TURMA).
       77 WS-DIA-SEMANA-AULA          PIC 9(01)       VALUE 0.
       77 WS-RETORNO-DIA-SEMANA       PIC 9(01)       VALUE 0.
       77 WS-QTD-AULAS-PERDIDAS       PIC 9(02)       VALUE 0.
       77 WS-QTD-PERDAS               PIC 9(02)       VALUE 0.
       77 WS-IDX-PERDA                PIC 9(02)       VALUE 0.
       77 WS-PERDA-ACHADA             PIC 9(02)       VALUE 0.
       01 WS-TABELA-PERDAS.
           02 WS-PERDA-ITEM OCCURS 10 TIMES.
              03 WS-PD-MATERIA        PIC X(05).
              03 WS-PD-RESTANTE       PIC 9(01).
      * MARCACOES DE PRESENCA JA LANCADAS NAS AULAS PERDIDAS: O
      * ORDINAL NO LIVRO E O REGISTRO ORIGINAL, PARA O ESTORNO.
       77 WS-SEQ-REGISTRO             PIC 9(07)       VALUE 0.
       77 WS-QTD-ALVOS                PIC 9(02)       VALUE 0.
       77 WS-IDX-ALVO                 PIC 9(02)       VALUE 0.
       01 WS-TABELA-ALVOS.
           02 WS-ALVO-ITEM OCCURS 20 TIMES.
              03 WS-ALV-SEQ           PIC 9(07).
              03 WS-ALV-REGISTRO      PIC X(37).
       77 WS-QTD-REABERTOS            PIC 9(05)       VALUE 0.
      * RELATORIO MENSAL.
       77 WS-MES-RELATORIO            PIC 9(02)       VALUE 0.
       77 WS-ANO-RELATORIO            PIC 9(04)       VALUE 0.
       77 WS-LIMITE-OCORRENCIAS       PIC 9(02)       VALUE 0.
       77 WS-QTD-ALUNOS-MES           PIC 9(04)       VALUE 0.
       77 WS-IDX-ALUNO                PIC 9(04)       VALUE 0.
       77 WS-ALUNO-ACHADO             PIC 9(04)       VALUE 0.
       01 WS-TABELA-ALUNOS-MES.
           02 WS-ALUNO-MES-ITEM OCCURS 2000 TIMES.
              03 WS-AM-CD-STUDENT     PIC 9(05).
              03 WS-AM-ATRASOS        PIC 9(03).
              03 WS-AM-SAIDAS         PIC 9(03).
       77 WS-TOTAL-ALUNO              PIC 9(04)       VALUE 0.
       77 WS-QTD-REINCIDENTES         PIC 9(04)       VALUE 0.
       77 WS-QTD-OCORRENCIAS-MES      PIC 9(05)       VALUE 0.
       77 WS-DESCRICAO-TIPO           PIC X(08)       VALUE SPACES.
      * RESPONSAVEIS MARCADOS PARA CORRESPONDENCIA DO ALUNO (MESMA
      * REGRA DE GERAR-CARTAS/P300: MARCA EM BRANCO VALE MARCADO; SEM
      * NENHUM MARCADO, O PRIMEIRO RESPONSAVEL RECEBE).
       77 WS-QTD-RESPS                PIC 9(02)       VALUE 0.
       77 WS-IDX-RESPS                PIC 9(02)       VALUE 0.
       77 WS-TEM-PRIMEIRO             PIC 9(01)       VALUE 0.
       01 WS-TABELA-RESPS.
           02 WS-RESPS-ITEM OCCURS 5 TIMES.
              03 WS-RTB-NOME          PIC X(30).
              03 WS-RTB-ENDERECO-1    PIC X(40).
              03 WS-RTB-ENDERECO-2    PIC X(40).
              03 WS-RTB-TELEFONE      PIC X(15).
       01 WS-PRIMEIRO-RESP.
           03 WS-PRI-NOME             PIC X(30)       VALUE SPACES.
           03 WS-PRI-ENDERECO-1       PIC X(40)       VALUE SPACES.
           03 WS-PRI-ENDERECO-2       PIC X(40)       VALUE SPACES.
           03 WS-PRI-TELEFONE         PIC X(15)       VALUE SPACES.
       77 WS-QTD-CARTAS               PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-RESPONSAVEL      PIC 9(05)       VALUE 0.
      * MOTOR DE MODELOS (VEJA GERAR-CARTA-MODELO).
       77 WS-TIPO-CARTA               PIC X(12)       VALUE SPACES.
       77 WS-RETORNO-MODELO           PIC 9(01)       VALUE 0.
       77 WS-IDX-LINHA                PIC 9(02)       VALUE 0.
           COPY CARTA-CAMPOS.
           COPY CARTA-LINHAS.
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
            DISPLAY 'ATRASOS E SAIDAS ANTECIPADAS - PORTARIA'
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
            COMPUTE WS-HOJE-DDMMAAAA = (WS-HOJE-DIA * 1000000)
                    + (WS-HOJE-MES * 10000) + WS-HOJE-ANO

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
               STOP RUN
            END-IF

            MOVE 0 TO WS-OPCAO
            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '1 - REGISTRAR ATRASO OU SAIDA ANTECIPADA'
               DISPLAY '2 - RELATORIO MENSAL E CARTAS AS FAMILIAS'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO.........................: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                  WHEN 1
                     PERFORM P200-REGISTRAR-OCORRENCIA
                  WHEN 2
                     PERFORM P500-RELATORIO-MENSAL
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            CLOSE STUDENT
            STOP RUN.
      *-----------------------------------------------------------------
      * UMA OCORRENCIA DA PORTARIA. NADA EH GRAVADO ANTES DE TODOS OS
      * DADOS PASSAREM; A SAIDA PARA PESSOA COM RESTRICAO NAO ENTRA.
      *-----------------------------------------------------------------
       P200-REGISTRAR-OCORRENCIA.
            DISPLAY 'CODIGO DO ALUNO (CD-STUDENT)..: '
            ACCEPT WS-CD-DIGITADO
            MOVE WS-CD-DIGITADO TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-ACHOU-ALUNO
            READ STUDENT
                 INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
                 NOT INVALID KEY
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    IF WS-RETORNO-UNIDADE NOT = 0 THEN
                       MOVE 2 TO WS-ACHOU-ALUNO
                    END-IF
            END-READ
            IF WS-ACHOU-ALUNO = 0 OR NOT ST-ATIVO THEN
               DISPLAY 'ALUNO NAO ENCONTRADO OU NAO ATIVO - NADA '
                       'REGISTRADO'
            END-IF
            IF WS-ACHOU-ALUNO = 2 AND ST-ATIVO THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - NADA '
                       'REGISTRADO'
            END-IF
            IF WS-ACHOU-ALUNO = 1 AND ST-ATIVO THEN
               DISPLAY 'ALUNO: ' CD-STUDENT ' - ' NM-STUDENT
                       ' TURMA ' CD-TURMA
               PERFORM P210-ACEITAR-DADOS
               IF WS-TIPO-OCORRENCIA = 'S' THEN
                  PERFORM P230-CONFERIR-QUEM-BUSCOU
               ELSE
                  MOVE 'A' TO WS-SITUACAO-BUSCOU
               END-IF
               EVALUATE WS-SITUACAO-BUSCOU
                  WHEN 'R'
                     DISPLAY '*****************************************'
                             '******'
                     DISPLAY '* ' WS-NM-BUSCOU
                     DISPLAY '* TEM RESTRICAO VIGENTE - NAO PODE LEVAR'
                             ' O ALUNO'
                     DISPLAY '* PROCESSO: ' WS-REFERENCIA-RESTRICAO
                     DISPLAY '* CHAME A DIRECAO - SAIDA NAO REGISTRADA'
                     DISPLAY '*****************************************'
                             '******'
                  WHEN 'N'
                     DISPLAY 'PESSOA NAO CONSTA COMO AUTORIZADA NEM '
                             'COMO RESPONSAVEL'
                     DISPLAY 'CONFIRMADO COM A FAMILIA? REGISTRAR A '
                             'SAIDA (S/N): '
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' THEN
                        PERFORM P240-GRAVAR-OCORRENCIA
                     ELSE
                        DISPLAY 'SAIDA NAO REGISTRADA'
                     END-IF
                  WHEN OTHER
                     PERFORM P240-GRAVAR-OCORRENCIA
               END-EVALUATE
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * DATA (ENTER = HOJE) VALIDADA COMO NO REGISTRAR-CHAMADA; HORA
      * HHMM; AULA 1 A 9.
      *-----------------------------------------------------------------
       P210-ACEITAR-DADOS.
            MOVE 0 TO WS-DATA-VALIDA
            SET FORMATO-DDMMAAAA TO TRUE
            PERFORM WITH TEST BEFORE UNTIL WS-DATA-VALIDA = 1
               MOVE 0 TO WS-DATA-OCORRENCIA
               DISPLAY 'DATA (DDMMAAAA, ENTER = HOJE).: '
               ACCEPT WS-DATA-OCORRENCIA
               IF WS-DATA-OCORRENCIA = 0 THEN
                  MOVE WS-HOJE-DDMMAAAA TO WS-DATA-OCORRENCIA
               END-IF
               CALL 'QUEBRAR-DATA'
                             USING WS-FORMATO-DATA, WS-DATA-OCORRENCIA,
                                   WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO
               CALL 'VALIDAR-DATA'
                             USING WS-DATA-DIA, WS-DATA-MES,
                                   WS-DATA-ANO, WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 1 THEN
                  DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            MOVE 9999 TO WS-HORA-OCORRENCIA
            PERFORM WITH TEST BEFORE
                    UNTIL WS-HORA-HH < 24 AND WS-HORA-MM < 60
               DISPLAY 'HORA (HHMM)...................: '
               ACCEPT WS-HORA-OCORRENCIA
               IF WS-HORA-HH > 23 OR WS-HORA-MM > 59 THEN
                  DISPLAY 'HORA INVALIDA - TENTE NOVAMENTE'
               END-IF
            END-PERFORM

            MOVE SPACE TO WS-TIPO-OCORRENCIA
            PERFORM WITH TEST BEFORE
                    UNTIL WS-TIPO-OCORRENCIA = 'A' OR
                          WS-TIPO-OCORRENCIA = 'S'
               DISPLAY 'TIPO (A = ATRASO, S = SAIDA ANTECIPADA): '
               ACCEPT WS-TIPO-OCORRENCIA
            END-PERFORM

            MOVE 0 TO WS-AULA-OCORRENCIA
            PERFORM WITH TEST BEFORE UNTIL WS-AULA-OCORRENCIA > 0
               IF WS-TIPO-OCORRENCIA = 'A' THEN
                  DISPLAY 'PRIMEIRA AULA ASSISTIDA (1-9).: '
               ELSE
                  DISPLAY 'ULTIMA AULA ASSISTIDA (0-9)...: '
               END-IF
               ACCEPT WS-AULA-OCORRENCIA
      * SAIDA ANTES DA PRIMEIRA AULA: ZERO, O DIA TODO FOI PERDIDO.
               IF WS-AULA-OCORRENCIA = 0 AND
                  WS-TIPO-OCORRENCIA = 'S' THEN
                  EXIT PERFORM
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-NM-BUSCOU
            IF WS-TIPO-OCORRENCIA = 'S' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-NM-BUSCOU NOT = SPACES
                  DISPLAY 'QUEM BUSCOU (NOME)............: '
                  ACCEPT WS-NM-BUSCOU
               END-PERFORM
            END-IF

            MOVE SPACES TO WS-MOTIVO
            DISPLAY 'MOTIVO........................: '
            ACCEPT WS-MOTIVO
            .
       P210-FIM.
      *-----------------------------------------------------------------
      * NOME NORMALIZADO CONTRA AS PESSOAS DO ALUNO: RESTRICAO VIGENTE
      * NA DATA PESA MAIS QUE QUALQUER AUTORIZACAO; RESPONSAVEL
      * CADASTRADO VALE COMO AUTORIZADO.
      *-----------------------------------------------------------------
       P230-CONFERIR-QUEM-BUSCOU.
            MOVE 'N' TO WS-SITUACAO-BUSCOU
            MOVE SPACES TO WS-REFERENCIA-RESTRICAO
            MOVE WS-NM-BUSCOU TO WS-NOME-BUSCOU-NORM
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-BUSCOU-NORM,
                                WS-RETORNO-NORMALIZAR
            MOVE WS-DATA-OCORRENCIA TO WS-DATA-TRABALHO
            PERFORM P560-ORDINAL-DATA
            MOVE WS-DATA-ORD TO WS-OCORRENCIA-ORD

            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT AUTORIZADO-FILE
            IF FS-AUTORIZADO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ AUTORIZADO-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF AZ-CD-STUDENT = CD-STUDENT AND
                              AZ-VIGENTE THEN
                              PERFORM P235-CONFERIR-AUTORIZADO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE AUTORIZADO-FILE
            END-IF

            IF WS-SITUACAO-BUSCOU = 'N' THEN
               MOVE 'N' TO WS-EOF-AUX
               OPEN INPUT RESPONSAVEL-FILE
               IF FS-RESPONSAVEL = '00' THEN
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                     READ RESPONSAVEL-FILE
                          AT END MOVE 'F' TO WS-EOF-AUX
                          NOT AT END
                              IF RP-CD-STUDENT = CD-STUDENT THEN
                                 MOVE RP-NM-RESPONSAVEL
                                   TO WS-NOME-NORMALIZADO
                                 CALL 'NORMALIZAR-NOME'
                                      USING WS-NOME-NORMALIZADO,
                                            WS-RETORNO-NORMALIZAR
                                 IF WS-NOME-NORMALIZADO =
                                    WS-NOME-BUSCOU-NORM THEN
                                    MOVE 'A' TO WS-SITUACAO-BUSCOU
                                 END-IF
                              END-IF
                     END-READ
                  END-PERFORM
                  CLOSE RESPONSAVEL-FILE
               END-IF
            END-IF
            .
       P230-FIM.
      *-----------------------------------------------------------------
       P235-CONFERIR-AUTORIZADO.
            MOVE AZ-NM-PESSOA TO WS-NOME-NORMALIZADO
            CALL 'NORMALIZAR-NOME'
                          USING WS-NOME-NORMALIZADO,
                                WS-RETORNO-NORMALIZAR
            IF WS-NOME-NORMALIZADO = WS-NOME-BUSCOU-NORM THEN
               MOVE AZ-DATA-INICIO TO WS-DATA-TRABALHO
               PERFORM P560-ORDINAL-DATA
               MOVE WS-DATA-ORD TO WS-INICIO-ORD
               IF AZ-DATA-FIM = 0 THEN
                  MOVE 99999999 TO WS-FIM-ORD
               ELSE
                  MOVE AZ-DATA-FIM TO WS-DATA-TRABALHO
                  PERFORM P560-ORDINAL-DATA
                  MOVE WS-DATA-ORD TO WS-FIM-ORD
               END-IF
               IF WS-INICIO-ORD <= WS-OCORRENCIA-ORD AND
                  WS-FIM-ORD >= WS-OCORRENCIA-ORD THEN
                  IF AZ-NAO-ENTREGAR THEN
                     MOVE 'R' TO WS-SITUACAO-BUSCOU
                     MOVE AZ-REFERENCIA TO WS-REFERENCIA-RESTRICAO
                  ELSE
                     IF WS-SITUACAO-BUSCOU NOT = 'R' THEN
                        MOVE 'A' TO WS-SITUACAO-BUSCOU
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P235-FIM.
      *-----------------------------------------------------------------
      * AULAS PERDIDAS -> CORRECAO DA CHAMADA JA LANCADA -> REGISTRO.
      *-----------------------------------------------------------------
       P240-GRAVAR-OCORRENCIA.
            PERFORM P250-MAPEAR-AULAS-PERDIDAS
            MOVE 0 TO WS-QTD-ALVOS
            IF WS-QTD-PERDAS > 0 THEN
               PERFORM P260-LOCALIZAR-PRESENCAS
               IF WS-QTD-ALVOS > 0 THEN
                  PERFORM P270-ESTORNAR-PRESENCAS
                  PERFORM P280-ANEXAR-FALTAS
                  PERFORM P285-REABRIR-MES-FECHADO
               END-IF
            END-IF

            MOVE CD-STUDENT         TO AS-CD-STUDENT
            MOVE CD-TURMA           TO AS-CD-TURMA
            MOVE WS-DATA-OCORRENCIA TO AS-DATA
            MOVE WS-HORA-OCORRENCIA TO AS-HORA
            MOVE WS-TIPO-OCORRENCIA TO AS-TIPO
            MOVE WS-AULA-OCORRENCIA TO AS-AULA
            MOVE WS-NM-BUSCOU       TO AS-NM-BUSCOU
            MOVE WS-MOTIVO          TO AS-MOTIVO
            MOVE WS-OPERADOR        TO AS-OPERADOR
            MOVE WS-DATA-HOJE       TO AS-DATA-REGISTRO
            MOVE WS-QTD-ALVOS       TO AS-AULAS-CORRIGIDAS
            OPEN EXTEND ATRASO-FILE
            IF FS-ATRASO = '35' THEN
               OPEN OUTPUT ATRASO-FILE
            END-IF
            WRITE REG-ATRASO-SAIDA
            CLOSE ATRASO-FILE

            DISPLAY 'OCORRENCIA REGISTRADA - AULAS PERDIDAS: '
                    WS-QTD-AULAS-PERDIDAS
                    ' - PRESENCAS CORRIGIDAS PARA FALTA: ' WS-QTD-ALVOS
            .
       P240-FIM.
      *-----------------------------------------------------------------
      * SLOTS DA TURMA NO DIA DA SEMANA: ATRASO PERDE OS PERIODOS
      * ANTES DA AULA DE ENTRADA; SAIDA PERDE OS DEPOIS DA ULTIMA
      * AULA ASSISTIDA. CONTA POR MATERIA.
      *-----------------------------------------------------------------
       P250-MAPEAR-AULAS-PERDIDAS.
            MOVE 0 TO WS-QTD-PERDAS
            MOVE 0 TO WS-QTD-AULAS-PERDIDAS
            CALL 'CALCULAR-DIA-SEMANA'
                          USING WS-DATA-OCORRENCIA, WS-DIA-SEMANA-AULA,
                                WS-RETORNO-DIA-SEMANA
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT HORARIO-FILE
            IF FS-HORARIO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ HORARIO-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF HR-CD-TURMA = CD-TURMA AND
                              HR-DIA-SEMANA = WS-DIA-SEMANA-AULA AND
                              ((WS-TIPO-OCORRENCIA = 'A' AND
                                HR-PERIODO-AULA < WS-AULA-OCORRENCIA)
                               OR
                               (WS-TIPO-OCORRENCIA = 'S' AND
                                HR-PERIODO-AULA > WS-AULA-OCORRENCIA))
                              THEN
                              PERFORM P255-SOMAR-PERDA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
            END-IF
            .
       P250-FIM.
      *-----------------------------------------------------------------
       P255-SOMAR-PERDA.
            ADD 1 TO WS-QTD-AULAS-PERDIDAS
            MOVE 0 TO WS-PERDA-ACHADA
            PERFORM VARYING WS-IDX-PERDA FROM 1 BY 1
                    UNTIL WS-IDX-PERDA > WS-QTD-PERDAS
               IF WS-PD-MATERIA (WS-IDX-PERDA) = HR-CD-MATERIA THEN
                  MOVE WS-IDX-PERDA TO WS-PERDA-ACHADA
               END-IF
            END-PERFORM
            IF WS-PERDA-ACHADA > 0 THEN
               ADD 1 TO WS-PD-RESTANTE (WS-PERDA-ACHADA)
            ELSE
               IF WS-QTD-PERDAS < 10 THEN
                  ADD 1 TO WS-QTD-PERDAS
                  MOVE HR-CD-MATERIA TO WS-PD-MATERIA (WS-QTD-PERDAS)
                  MOVE 1 TO WS-PD-RESTANTE (WS-QTD-PERDAS)
               END-IF
            END-IF
            .
       P255-FIM.
      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA NO LIVRO: PRESENCAS VIVAS DO ALUNO NA DATA,
      * NA TURMA, NAS MATERIAS PERDIDAS - NO MAXIMO UMA POR AULA
      * PERDIDA DA MATERIA.
      *-----------------------------------------------------------------
       P260-LOCALIZAR-PRESENCAS.
            MOVE 0 TO WS-SEQ-REGISTRO
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           ADD 1 TO WS-SEQ-REGISTRO
                           IF CH-CD-STUDENT = CD-STUDENT AND
                              CH-CD-TURMA = CD-TURMA AND
                              CH-DATA-AULA = WS-DATA-OCORRENCIA AND
                              CH-PRESENTE AND
                              NOT CH-REGISTRO-ESTORNADO THEN
                              PERFORM P265-GUARDAR-ALVO
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            END-IF
            .
       P260-FIM.
      *-----------------------------------------------------------------
       P265-GUARDAR-ALVO.
            PERFORM VARYING WS-IDX-PERDA FROM 1 BY 1
                    UNTIL WS-IDX-PERDA > WS-QTD-PERDAS
               IF WS-PD-MATERIA (WS-IDX-PERDA) = CH-CD-MATERIA AND
                  WS-PD-RESTANTE (WS-IDX-PERDA) > 0 AND
                  WS-QTD-ALVOS < 20 THEN
                  SUBTRACT 1 FROM WS-PD-RESTANTE (WS-IDX-PERDA)
                  ADD 1 TO WS-QTD-ALVOS
                  MOVE WS-SEQ-REGISTRO TO WS-ALV-SEQ (WS-QTD-ALVOS)
                  MOVE REG-CHAMADA TO WS-ALV-REGISTRO (WS-QTD-ALVOS)
                  MOVE WS-QTD-PERDAS TO WS-IDX-PERDA
               END-IF
            END-PERFORM
            .
       P265-FIM.
      *-----------------------------------------------------------------
      * SEGUNDA PASSADA: COPIA O LIVRO MARCANDO OS ALVOS COMO
      * ESTORNADOS ('E') COM O OPERADOR.
      *-----------------------------------------------------------------
       P270-ESTORNAR-PRESENCAS.
            MOVE 0 TO WS-SEQ-REGISTRO
            MOVE 1 TO WS-IDX-ALVO
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT CHAMADA-FILE
            OPEN OUTPUT CHAMADA-TRAB
            PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
               READ CHAMADA-FILE
                    AT END MOVE 'F' TO WS-EOF-AUX
                    NOT AT END
                        ADD 1 TO WS-SEQ-REGISTRO
                        IF WS-IDX-ALVO <= WS-QTD-ALVOS THEN
                           IF WS-SEQ-REGISTRO =
                              WS-ALV-SEQ (WS-IDX-ALVO) THEN
                              MOVE 'E' TO CH-TIPO-REGISTRO
                              MOVE WS-OPERADOR TO CH-OPERADOR-CORRECAO
                              ADD 1 TO WS-IDX-ALVO
                           END-IF
                        END-IF
                        MOVE REG-CHAMADA TO REG-CHAMADA-TRAB
                        WRITE REG-CHAMADA-TRAB
               END-READ
            END-PERFORM
            CLOSE CHAMADA-FILE
            CLOSE CHAMADA-TRAB
            .
       P270-FIM.
      *-----------------------------------------------------------------
      * TERCEIRA PASSADA: DEVOLVE O TRABALHO E ANEXA AS CORRECOES ('C')
      * COM FALTA.
      *-----------------------------------------------------------------
       P280-ANEXAR-FALTAS.
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT CHAMADA-TRAB
            OPEN OUTPUT CHAMADA-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
               READ CHAMADA-TRAB
                    AT END MOVE 'F' TO WS-EOF-AUX
                    NOT AT END
                        MOVE REG-CHAMADA-TRAB TO REG-CHAMADA
                        WRITE REG-CHAMADA
               END-READ
            END-PERFORM
            CLOSE CHAMADA-TRAB

            PERFORM VARYING WS-IDX-ALVO FROM 1 BY 1
                    UNTIL WS-IDX-ALVO > WS-QTD-ALVOS
               MOVE WS-ALV-REGISTRO (WS-IDX-ALVO) TO REG-CHAMADA
               MOVE 'F' TO CH-PRESENCA
               MOVE 'C' TO CH-TIPO-REGISTRO
               MOVE WS-OPERADOR TO CH-OPERADOR-CORRECAO
               WRITE REG-CHAMADA
            END-PERFORM
            CLOSE CHAMADA-FILE
            .
       P280-FIM.
      *-----------------------------------------------------------------
      * MES DA OCORRENCIA FECHADO: OS REGISTROS 'F' DELE VIRAM 'A',
      * COMO NO CORRIGIR-CHAMADA - A APURACAO VOLTA A LER O LIVRO.
      *-----------------------------------------------------------------
       P285-REABRIR-MES-FECHADO.
            MOVE 0 TO WS-QTD-REABERTOS
            MOVE 'N' TO WS-EOF-AUX
            OPEN INPUT MENSAL-FILE
            IF FS-MENSAL = '00' THEN
               OPEN OUTPUT MENSAL-TRABALHO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ MENSAL-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF FM-MES-FECHADO AND
                              WS-DATA-OCORRENCIA (3:2) = FM-MES AND
                              WS-DATA-OCORRENCIA (5:4) = FM-ANO THEN
                              MOVE 'A' TO FM-SITUACAO
                              ADD 1 TO WS-QTD-REABERTOS
                           END-IF
                           MOVE REG-FREQ-MENSAL TO REG-MENSAL-TRAB
                           WRITE REG-MENSAL-TRAB
                  END-READ
               END-PERFORM
               CLOSE MENSAL-FILE
               CLOSE MENSAL-TRABALHO

               IF WS-QTD-REABERTOS > 0 THEN
                  MOVE 'N' TO WS-EOF-AUX
                  OPEN INPUT MENSAL-TRABALHO
                  OPEN OUTPUT MENSAL-FILE
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                     READ MENSAL-TRABALHO
                          AT END MOVE 'F' TO WS-EOF-AUX
                          NOT AT END
                              MOVE REG-MENSAL-TRAB
                                TO REG-FREQ-MENSAL
                              WRITE REG-FREQ-MENSAL
                     END-READ
                  END-PERFORM
                  CLOSE MENSAL-TRABALHO
                  CLOSE MENSAL-FILE
                  DISPLAY 'MES ' WS-DATA-OCORRENCIA (3:2) '/'
                          WS-DATA-OCORRENCIA (5:4) ' ESTAVA FECHADO - '
                          'REABERTO AUTOMATICAMENTE'
               END-IF
            END-IF
            .
       P285-FIM.
      *-----------------------------------------------------------------
      * RELATORIO DO MES: CONTA AS OCORRENCIAS POR ALUNO E LISTA QUEM
      * PASSOU DO LIMITE, COM A CARTA A FAMILIA.
      *-----------------------------------------------------------------
       P500-RELATORIO-MENSAL.
            MOVE WS-HOJE-MES TO WS-MES-RELATORIO
            MOVE WS-HOJE-ANO TO WS-ANO-RELATORIO
            DISPLAY 'MES DE REFERENCIA (MM)........: '
            ACCEPT WS-MES-RELATORIO
            DISPLAY 'ANO DE REFERENCIA (AAAA)......: '
            ACCEPT WS-ANO-RELATORIO
            MOVE 0 TO WS-LIMITE-OCORRENCIAS
            DISPLAY 'LISTAR ALUNOS COM MAIS DE N OCORRENCIAS - N '
                    '(ENTER = 3): '
            ACCEPT WS-LIMITE-OCORRENCIAS
            IF WS-LIMITE-OCORRENCIAS = 0 THEN
               MOVE 3 TO WS-LIMITE-OCORRENCIAS
            END-IF

            PERFORM P510-CONTAR-OCORRENCIAS

            MOVE 0 TO WS-QTD-REINCIDENTES
            MOVE 0 TO WS-QTD-CARTAS
            MOVE 0 TO WS-QTD-SEM-RESPONSAVEL
            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            OPEN OUTPUT CARTAS-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-CARTA FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'ATRASOS E SAIDAS ANTECIPADAS - MES '
                   WS-MES-RELATORIO '/' WS-ANO-RELATORIO
                   ' - ALUNOS COM MAIS DE ' WS-LIMITE-OCORRENCIAS
                   ' OCORRENCIAS - EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS-MES
               COMPUTE WS-TOTAL-ALUNO =
                       WS-AM-ATRASOS (WS-IDX-ALUNO)
                     + WS-AM-SAIDAS (WS-IDX-ALUNO)
               IF WS-TOTAL-ALUNO > WS-LIMITE-OCORRENCIAS THEN
                  ADD 1 TO WS-QTD-REINCIDENTES
                  PERFORM P520-IMPRIMIR-ALUNO
                  PERFORM P600-CARTA-DO-ALUNO
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'OCORRENCIAS NO MES: ' WS-QTD-OCORRENCIAS-MES
                   '  ALUNOS COM OCORRENCIA: ' WS-QTD-ALUNOS-MES
                   '  ACIMA DO LIMITE: ' WS-QTD-REINCIDENTES
                   '  CARTAS: ' WS-QTD-CARTAS
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            CLOSE RELATORIO-FILE
            CLOSE CARTAS-FILE

            DISPLAY 'ALUNOS ACIMA DO LIMITE........: '
                    WS-QTD-REINCIDENTES
            DISPLAY 'CARTAS EMITIDAS...............: ' WS-QTD-CARTAS
            DISPLAY 'ALUNOS SEM RESPONSAVEL........: '
                    WS-QTD-SEM-RESPONSAVEL
            DISPLAY 'RELATORIO: ATRASOS-SAIDAS-MES.TXT - CARTAS: '
                    'CARTAS-ATRASOS.TXT'
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P505-UNIDADE-DA-TURMA.
            IF WS-TURMA-UNIDADE NOT = WS-TURMA-BUSCADA OR
               WS-UNIDADE-TURMA = SPACES THEN
               MOVE WS-TURMA-UNIDADE TO WS-TURMA-BUSCADA
               MOVE SPACES TO WS-UNIDADE-TURMA
               CALL 'BUSCAR-TURMA' USING WS-TURMA-BUSCADA, REG-TURMA,
                                         WS-RETORNO-BUSCAR-TURMA
               IF WS-RETORNO-BUSCAR-TURMA = 0 THEN
                  MOVE TU-CD-UNIDADE TO WS-UNIDADE-TURMA
               END-IF
            END-IF
            CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                          WS-UNIDADE-TURMA, WS-RETORNO-UNIDADE
            .
       P505-FIM.
      *-----------------------------------------------------------------
       P510-CONTAR-OCORRENCIAS.
            MOVE 0 TO WS-QTD-ALUNOS-MES
            MOVE 0 TO WS-QTD-OCORRENCIAS-MES
            MOVE 'N' TO WS-EOF
            OPEN INPUT ATRASO-FILE
            IF FS-ATRASO = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ATRASO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 1 TO WS-RETORNO-UNIDADE
                           IF AS-DATA (3:2) = WS-MES-RELATORIO AND
                              AS-DATA (5:4) = WS-ANO-RELATORIO THEN
                              MOVE AS-CD-TURMA TO WS-TURMA-UNIDADE
                              PERFORM P505-UNIDADE-DA-TURMA
                           END-IF
                           IF WS-RETORNO-UNIDADE = 0 THEN
                              PERFORM P515-SOMAR-OCORRENCIA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE ATRASO-FILE
            END-IF
            .
       P510-FIM.
      *-----------------------------------------------------------------
       P515-SOMAR-OCORRENCIA.
            ADD 1 TO WS-QTD-OCORRENCIAS-MES
            MOVE 0 TO WS-ALUNO-ACHADO
            PERFORM VARYING WS-IDX-ALUNO FROM 1 BY 1
                    UNTIL WS-IDX-ALUNO > WS-QTD-ALUNOS-MES
               IF WS-AM-CD-STUDENT (WS-IDX-ALUNO) = AS-CD-STUDENT THEN
                  MOVE WS-IDX-ALUNO TO WS-ALUNO-ACHADO
               END-IF
            END-PERFORM
            IF WS-ALUNO-ACHADO = 0 AND WS-QTD-ALUNOS-MES < 2000 THEN
               ADD 1 TO WS-QTD-ALUNOS-MES
               MOVE WS-QTD-ALUNOS-MES TO WS-ALUNO-ACHADO
               MOVE AS-CD-STUDENT
                 TO WS-AM-CD-STUDENT (WS-ALUNO-ACHADO)
               MOVE 0 TO WS-AM-ATRASOS (WS-ALUNO-ACHADO)
               MOVE 0 TO WS-AM-SAIDAS (WS-ALUNO-ACHADO)
            END-IF
            IF WS-ALUNO-ACHADO > 0 THEN
               IF AS-ATRASO THEN
                  ADD 1 TO WS-AM-ATRASOS (WS-ALUNO-ACHADO)
               ELSE
                  ADD 1 TO WS-AM-SAIDAS (WS-ALUNO-ACHADO)
               END-IF
            END-IF
            .
       P515-FIM.
      *-----------------------------------------------------------------
      * O ALUNO ACIMA DO LIMITE E CADA OCORRENCIA DELE NO MES.
      *-----------------------------------------------------------------
       P520-IMPRIMIR-ALUNO.
            MOVE WS-AM-CD-STUDENT (WS-IDX-ALUNO) TO WS-STUDENT-REL-KEY
            MOVE 1 TO WS-ACHOU-ALUNO
            READ STUDENT
                 INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
                    MOVE SPACES TO NM-STUDENT
                    MOVE SPACES TO CD-TURMA
            END-READ
            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'ALUNO ' WS-AM-CD-STUDENT (WS-IDX-ALUNO) ' - '
                   NM-STUDENT ' TURMA ' CD-TURMA
                   ' - ATRASOS: ' WS-AM-ATRASOS (WS-IDX-ALUNO)
                   ' SAIDAS ANTECIPADAS: ' WS-AM-SAIDAS (WS-IDX-ALUNO)
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            MOVE 'N' TO WS-EOF
            OPEN INPUT ATRASO-FILE
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ ATRASO-FILE
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF AS-CD-STUDENT =
                           WS-AM-CD-STUDENT (WS-IDX-ALUNO) AND
                           AS-DATA (3:2) = WS-MES-RELATORIO AND
                           AS-DATA (5:4) = WS-ANO-RELATORIO THEN
                           IF AS-ATRASO THEN
                              MOVE 'ATRASO  ' TO WS-DESCRICAO-TIPO
                           ELSE
                              MOVE 'SAIDA   ' TO WS-DESCRICAO-TIPO
                           END-IF
                           MOVE SPACES TO REC-RELATORIO
                           STRING '   ' AS-DATA ' ' AS-HORA (1:2) ':'
                                  AS-HORA (3:2) ' ' WS-DESCRICAO-TIPO
                                  ' AULA ' AS-AULA ' ' AS-MOTIVO ' '
                                  AS-NM-BUSCOU
                                  DELIMITED BY SIZE INTO REC-RELATORIO
                           END-STRING
                           WRITE REC-RELATORIO
                        END-IF
               END-READ
            END-PERFORM
            CLOSE ATRASO-FILE
            .
       P520-FIM.
      *-----------------------------------------------------------------
      * CARTA A FAMILIA: UMA POR RESPONSAVEL MARCADO (P700), PELO
      * MODELO 'ATRASOS' OU, SEM ELE, PELO TEXTO PADRAO.
      *-----------------------------------------------------------------
       P600-CARTA-DO-ALUNO.
            PERFORM P700-BUSCAR-RESPONSAVEL
            IF WS-QTD-RESPS = 0 THEN
               ADD 1 TO WS-QTD-SEM-RESPONSAVEL
               MOVE SPACES TO REC-CARTA
               STRING '*** SEM RESPONSAVEL CADASTRADO: ALUNO '
                      WS-AM-CD-STUDENT (WS-IDX-ALUNO) ' - '
                      NM-STUDENT ' (CADASTRE NO PROGARQ005) ***'
                      DELIMITED BY SIZE INTO REC-CARTA
               END-STRING
               WRITE REC-CARTA
            ELSE
               PERFORM VARYING WS-IDX-RESPS FROM 1 BY 1
                       UNTIL WS-IDX-RESPS > WS-QTD-RESPS
                  ADD 1 TO WS-QTD-CARTAS
                  INITIALIZE CAMPOS-CARTA
                  MOVE NM-STUDENT TO CC-NOME-ALUNO
                  MOVE WS-RTB-NOME (WS-IDX-RESPS) TO CC-NOME-RESP
                  MOVE WS-RTB-ENDERECO-1 (WS-IDX-RESPS)
                    TO CC-ENDERECO-1
                  MOVE WS-RTB-ENDERECO-2 (WS-IDX-RESPS)
                    TO CC-ENDERECO-2
                  MOVE WS-RTB-TELEFONE (WS-IDX-RESPS) TO CC-TELEFONE
                  MOVE CD-TURMA TO CC-TURMA
                  MOVE WS-DATA-HOJE TO CC-DATA-EMISSAO
                  MOVE WS-ANO-RELATORIO TO CC-ANO
                  STRING WS-MES-RELATORIO '/' WS-ANO-RELATORIO
                         DELIMITED BY SIZE INTO CC-DATA-PROVA
                  END-STRING
                  STRING WS-AM-ATRASOS (WS-IDX-ALUNO) ' ATRASO(S) E '
                         WS-AM-SAIDAS (WS-IDX-ALUNO)
                         ' SAIDA(S) ANTECIPADA(S)'
                         DELIMITED BY SIZE INTO CC-DESCRICAO
                  END-STRING
                  MOVE 'ATRASOS' TO WS-TIPO-CARTA
                  CALL 'GERAR-CARTA-MODELO'
                                USING WS-TIPO-CARTA, CAMPOS-CARTA,
                                      LINHAS-CARTA,
                                      WS-RETORNO-MODELO
                  IF WS-RETORNO-MODELO = 0 THEN
                     PERFORM P610-GRAVAR-LINHAS-MODELO
                  ELSE
                     PERFORM P620-CARTA-PADRAO
                  END-IF
               END-PERFORM
            END-IF
            .
       P600-FIM.
      *-----------------------------------------------------------------
       P610-GRAVAR-LINHAS-MODELO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > LC-QTD-LINHAS
               MOVE LC-LINHA (WS-IDX-LINHA) TO REC-CARTA
               WRITE REC-CARTA
            END-PERFORM
            .
       P610-FIM.
      *-----------------------------------------------------------------
      * TEXTO PADRAO (SO SEM MODELO 'ATRASOS' EM MODELOS-CARTA.TXT).
      *-----------------------------------------------------------------
       P620-CARTA-PADRAO.
            MOVE SPACES TO REC-CARTA
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'AO(A) SR(A). ' CC-NOME-RESP
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE CC-ENDERECO-1 TO REC-CARTA
            WRITE REC-CARTA
            MOVE CC-ENDERECO-2 TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            STRING 'INFORMAMOS QUE O(A) ALUNO(A) ' CC-NOME-ALUNO
                   ' (TURMA ' CC-TURMA ')'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'REGISTROU NO MES ' CC-DATA-PROVA ' NA PORTARIA: '
                   CC-DESCRICAO
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'AS AULAS PERDIDAS CONTAM COMO FALTA. PEDIMOS O '
                   'COMPARECIMENTO DE UM RESPONSAVEL'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'A COORDENACAO PEDAGOGICA PARA CONVERSARMOS SOBRE A '
                   'PONTUALIDADE DO(A) ALUNO(A).'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA

            MOVE SPACES TO REC-CARTA
            WRITE REC-CARTA
            MOVE SPACES TO REC-CARTA
            STRING 'EMITIDO EM ' WS-DATA-HOJE
                   ' - COORDENACAO PEDAGOGICA'
                   DELIMITED BY SIZE INTO REC-CARTA
            END-STRING
            WRITE REC-CARTA
            .
       P620-FIM.
      *-----------------------------------------------------------------
       P700-BUSCAR-RESPONSAVEL.
            MOVE 0 TO WS-QTD-RESPS
            MOVE 0 TO WS-TEM-PRIMEIRO
            MOVE 'N' TO WS-EOF-AUX
            INITIALIZE WS-PRIMEIRO-RESP

            OPEN INPUT RESPONSAVEL-FILE
            IF FS-RESPONSAVEL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF-AUX = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF RP-CD-STUDENT =
                              WS-AM-CD-STUDENT (WS-IDX-ALUNO) THEN
                              PERFORM P710-GUARDAR-RESPONSAVEL
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
            END-IF

      * NENHUM MARCADO, MAS EXISTE RESPONSAVEL: O PRIMEIRO RECEBE.
            IF WS-QTD-RESPS = 0 AND WS-TEM-PRIMEIRO = 1 THEN
               MOVE 1 TO WS-QTD-RESPS
               MOVE WS-PRI-NOME TO WS-RTB-NOME (1)
               MOVE WS-PRI-ENDERECO-1 TO WS-RTB-ENDERECO-1 (1)
               MOVE WS-PRI-ENDERECO-2 TO WS-RTB-ENDERECO-2 (1)
               MOVE WS-PRI-TELEFONE TO WS-RTB-TELEFONE (1)
            END-IF
            .
       P700-FIM.
      *-----------------------------------------------------------------
       P710-GUARDAR-RESPONSAVEL.
            IF WS-TEM-PRIMEIRO = 0 THEN
               MOVE 1 TO WS-TEM-PRIMEIRO
               MOVE RP-NM-RESPONSAVEL TO WS-PRI-NOME
               MOVE RP-ENDERECO-1     TO WS-PRI-ENDERECO-1
               MOVE RP-ENDERECO-2     TO WS-PRI-ENDERECO-2
               MOVE RP-TELEFONE       TO WS-PRI-TELEFONE
            END-IF
      * MARCA EM BRANCO EH REGISTRO ANTERIOR AO CAMPO - VALE MARCADO.
            IF RP-CORRESPONDENCIA NOT = 'N' AND
               WS-QTD-RESPS < 5 THEN
               ADD 1 TO WS-QTD-RESPS
               MOVE RP-NM-RESPONSAVEL
                 TO WS-RTB-NOME (WS-QTD-RESPS)
               MOVE RP-ENDERECO-1
                 TO WS-RTB-ENDERECO-1 (WS-QTD-RESPS)
               MOVE RP-ENDERECO-2
                 TO WS-RTB-ENDERECO-2 (WS-QTD-RESPS)
               MOVE RP-TELEFONE
                 TO WS-RTB-TELEFONE (WS-QTD-RESPS)
            END-IF
            .
       P710-FIM.
      *-----------------------------------------------------------------
       P560-ORDINAL-DATA.
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA' USING WS-FORMATO-DATA,
                          WS-DATA-TRABALHO, WS-DIA, WS-MES, WS-ANO
            COMPUTE WS-DATA-ORD =
                    (WS-ANO * 10000) + (WS-MES * 100) + WS-DIA
            .
       P560-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'ATRASOS-SAIDAS' TO LY-PROGRAMA
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
       END PROGRAM ATRASOS-SAIDAS.
