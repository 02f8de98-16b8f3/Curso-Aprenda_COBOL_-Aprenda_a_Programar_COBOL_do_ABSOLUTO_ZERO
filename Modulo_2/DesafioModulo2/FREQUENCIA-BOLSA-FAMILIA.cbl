      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: ACOMPANHAMENTO BIMESTRAL DA FREQUENCIA DOS ALUNOS
      *          BENEFICIARIOS DO BOLSA FAMILIA PARA O SISTEMA
      *          PRESENCA DO MINISTERIO (SO OPERADOR CADASTRADO ENTRA).
      *          O PERIODO EH O DO MINISTERIO, NAO O BIMESTRE ESCOLAR:
      *          1 = FEV/MAR, 2 = ABR/MAI, 3 = JUN/JUL, 4 = AGO/SET,
      *          5 = OUT/NOV.
      *          (1) APURA O PERIODO PARA CADA BENEFICIARIO ATIVO DO
      *              PROGARQ023 (BOLSA-FAMILIA.TXT), PELA MESMA REGRA
      *              DO APURAR-FREQUENCIA: MES FECHADO ENTRA PELO
      *              CONSOLIDADO (FREQUENCIA-MENSAL.TXT), MES ABERTO
      *              PELO LIVRO DE CHAMADA (SEM ESTORNADOS NEM DIAS DE
      *              SUSPENSAO). O PERCENTUAL INFORMADO AO MINISTERIO EH
      *              O BRUTO - A FALTA ABONADA SAI SEPARADA E VIRA O
      *              MOTIVO. QUEM FICA ABAIXO DO MINIMO LEGAL (85% ATE
      *              15 ANOS, 75% DE 16 EM DIANTE, IDADE NO PRIMEIRO DIA
      *              DO PERIODO) EH MARCADO. GRAVA FREQUENCIA-BOLSA.TXT
      *              (VEJA FREQ-BOLSA-RECORD.CPY) E O RELATORIO
      *              FREQUENCIA-BOLSA-RELATORIO.TXT. REAPURAR O PERIODO
      *              PRESERVA O MOTIVO JA INFORMADO DE QUEM CONTINUA
      *              ABAIXO;
      *          (2) ANEXA O CODIGO DE MOTIVO PADRAO (DOENCA,
      *              GRAVIDEZ, ABANDONO ETC.) AO ALUNO ABAIXO DO MINIMO;
      *          (3) GERA O ARQUIVO DE ENVIO NO LAYOUT DO SISTEMA
      *              PRESENCA (BOLSA-FAMILIA-ENVIO.TXT: CABECALHO 'H'
      *              COM O CODIGO INEP, UM DETALHE 'D' POR BENEFICIARIO
      *              E RODAPE 'T'), RECUSANDO ENQUANTO HOUVER ALUNO
      *              ABAIXO DO MINIMO SEM MOTIVO - A LISTA DELES SAI NO
      *              CONSOLE.
      *          BENEFICIARIO QUE JA SAIU DA ESCOLA NAO ENTRA NO
      *          ARQUIVO: SAI NO FIM DO RELATORIO PARA A SECRETARIA
      *          ATUALIZAR A SITUACAO DELE DIRETO NO SISTEMA PRESENCA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQUENCIA-BOLSA-FAMILIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO
           '../../STUDENT.TXT'
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-STUDENT.

           SELECT BENEFICIARIO-FILE ASSIGN TO
           '../../BOLSA-FAMILIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BENEFICIARIO.

           SELECT CHAMADA-FILE ASSIGN TO
           '../../CHAMADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHAMADA.

           SELECT MENSAL-FILE ASSIGN TO
           '../../FREQUENCIA-MENSAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSAL.

           SELECT FREQ-BOLSA-FILE ASSIGN TO
           '../../FREQUENCIA-BOLSA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FREQ-BOLSA.

           SELECT RELATORIO-FILE ASSIGN TO
           '../../FREQUENCIA-BOLSA-RELATORIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENVIO-FILE ASSIGN TO
           '../../BOLSA-FAMILIA-ENVIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD BENEFICIARIO-FILE.
           COPY BENEFICIARIO-BF-RECORD.
       FD CHAMADA-FILE.
           COPY CHAMADA-RECORD.
       FD MENSAL-FILE.
           COPY FREQ-MENSAL-RECORD.
       FD FREQ-BOLSA-FILE.
           COPY FREQ-BOLSA-RECORD.
       FD RELATORIO-FILE.
       01 REC-RELATORIO            PIC X(100).
       FD ENVIO-FILE.
      * LAYOUT POSICIONAL DO ENVIO AO SISTEMA PRESENCA: TIPO(1) +
      * CAMPOS FIXOS, 60 POSICOES EM TODOS OS TIPOS (COMO O EXTRATO
      * DO CENSO-ESCOLAR). O MOTIVO SO VAI PREENCHIDO NO ALUNO ABAIXO
      * DO MINIMO.
       01 REC-ENVIO.
           03 EV-TIPO               PIC X(01).
           03 EV-DADOS              PIC X(59).
       01 REC-ENVIO-CABECALHO REDEFINES REC-ENVIO.
           03 FILLER                PIC X(01).
           03 EV-CODIGO-INEP        PIC X(08).
           03 EV-ANO                PIC 9(04).
           03 EV-PERIODO            PIC 9(01).
           03 EV-MES-INICIAL        PIC 9(02).
           03 EV-MES-FINAL          PIC 9(02).
           03 EV-DATA-GERACAO       PIC 9(08).
           03 FILLER                PIC X(34).
       01 REC-ENVIO-DETALHE REDEFINES REC-ENVIO.
           03 FILLER                PIC X(01).
           03 EV-NIS                PIC 9(11).
           03 EV-CD-STUDENT         PIC 9(05).
           03 EV-CD-TURMA           PIC X(05).
           03 EV-PERC-FREQUENCIA    PIC 9(03).
           03 EV-ABAIXO-MINIMO      PIC X(01).
           03 EV-MOTIVO             PIC X(02).
           03 EV-QTD-AULAS          PIC 9(04).
           03 EV-QTD-PRESENCAS      PIC 9(04).
           03 FILLER                PIC X(24).
       01 REC-ENVIO-RODAPE REDEFINES REC-ENVIO.
           03 FILLER                PIC X(01).
           03 EV-QTD-DETALHES       PIC 9(07).
           03 EV-QTD-ABAIXO         PIC 9(07).
           03 FILLER                PIC X(45).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 FS-STUDENT                  PIC X(02)       VALUE SPACES.
       77 FS-BENEFICIARIO             PIC X(02)       VALUE SPACES.
       77 FS-CHAMADA                  PIC X(02)       VALUE SPACES.
       77 FS-MENSAL                   PIC X(02)       VALUE SPACES.
       77 FS-FREQ-BOLSA               PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS). A APURACAO E O
      * ENVIO SAO DA REDE; O MOTIVO SO PARA ALUNO DA UNIDADE DELE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-TURMA-UNIDADE            PIC X(05)       VALUE SPACES.
       77 WS-TURMA-BUSCADA            PIC X(05)       VALUE SPACES.
       77 WS-UNIDADE-TURMA            PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-BUSCAR-TURMA     PIC 9(01)       VALUE 0.
           COPY TURMA-RECORD.
       77 WS-OPCAO                    PIC 9(01)       VALUE 0.
       77 WS-HOUVE-ALTERACAO          PIC X(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-CD-DIGITADO              PIC 9(05)       VALUE 0.
       77 WS-MOTIVO-DIGITADO          PIC X(02)       VALUE SPACES.
       77 WS-MOTIVO-VALIDO            PIC 9(01)       VALUE 0.
       77 WS-CODIGO-ESCOLA            PIC X(08)       VALUE SPACES.
      * PERIODO DO MINISTERIO: ANO + NUMERO (1 A 5); OS DOIS MESES
      * SAO 2 X PERIODO E O SEGUINTE.
       77 WS-ANO-PERIODO              PIC 9(04)       VALUE 0.
       77 WS-PERIODO                  PIC 9(01)       VALUE 0.
       77 WS-MES-1                    PIC 9(02)       VALUE 0.
       77 WS-MES-2                    PIC 9(02)       VALUE 0.
       77 WS-MES-1-FECHADO            PIC 9(01)       VALUE 0.
       77 WS-MES-2-FECHADO            PIC 9(01)       VALUE 0.
       01 WS-DATA-AULA                PIC 9(08)       VALUE 0.
       01 WS-DATA-AULA-PARTES REDEFINES WS-DATA-AULA.
           03 WS-DA-DIA               PIC 9(02).
           03 WS-DA-MES               PIC 9(02).
           03 WS-DA-ANO               PIC 9(04).
      * IDADE NO PRIMEIRO DIA DO PERIODO (CALCULAR-IDADE) PARA O
      * MINIMO LEGAL; NASCIMENTO INVALIDO NO MESTRE FICA COM 85%.
       01 WS-DT-TRABALHO              PIC 9(08)       VALUE 0.
       77 WS-DIA-NASC                 PIC 9(02)       VALUE 0.
       77 WS-MES-NASC                 PIC 9(02)       VALUE 0.
       77 WS-ANO-NASC                 PIC 9(04)       VALUE 0.
       77 WS-DIA-REFERENCIA           PIC 9(02)       VALUE 1.
       77 WS-IDADE                    PIC 9(03)       VALUE 0.
       77 WS-RETORNO-IDADE            PIC 9(01)       VALUE 0.
      * FALTA ABONADA (ATESTADO OU ABONO), COMO APURAR-FREQUENCIA.
       77 WS-RETORNO-ATESTADO         PIC 9(01)       VALUE 0.
       77 WS-RETORNO-ABONO            PIC 9(01)       VALUE 0.
       77 WS-FALTA-ABONADA            PIC X(01)       VALUE 'N'.
      * CODIGOS DE MOTIVO PADRAO DO SISTEMA PRESENCA PARA FREQUENCIA
      * ABAIXO DO MINIMO.
       01 WS-MOTIVOS-VALORES.
           03 FILLER PIC X(40) VALUE
              '01AUSENCIA POR DOENCA DO ALUNO          '.
           03 FILLER PIC X(40) VALUE
              '02DOENCA OU OBITO NA FAMILIA            '.
           03 FILLER PIC X(40) VALUE
              '03GRAVIDEZ                              '.
           03 FILLER PIC X(40) VALUE
              '04FALTA DE TRANSPORTE ESCOLAR           '.
           03 FILLER PIC X(40) VALUE
              '05VIOLENCIA OU DISCRIMINACAO            '.
           03 FILLER PIC X(40) VALUE
              '06TRABALHO INFANTIL                     '.
           03 FILLER PIC X(40) VALUE
              '07NEGLIGENCIA DOS PAIS OU RESPONSAVEIS  '.
           03 FILLER PIC X(40) VALUE
              '08DESINTERESSE OU DESMOTIVACAO          '.
           03 FILLER PIC X(40) VALUE
              '09ABANDONO ESCOLAR                      '.
           03 FILLER PIC X(40) VALUE
              '10OUTROS MOTIVOS                        '.
       01 WS-TABELA-MOTIVOS REDEFINES WS-MOTIVOS-VALORES.
           03 WS-MOTIVO-ITEM OCCURS 10 TIMES.
              05 WS-MOT-CODIGO        PIC X(02).
              05 WS-MOT-DESCRICAO     PIC X(38).
       77 WS-IDX-MOTIVO               PIC 9(02)       VALUE 0.
       77 WS-DESCRICAO-MOTIVO         PIC X(38)       VALUE SPACES.
      * APURACAO DO PERIODO: UM ITEM POR BENEFICIARIO ATIVO, CHAVE
      * TURMA + NOME (ORDENADA EM P240).
       77 WS-QTD-APU                  PIC 9(04)       VALUE 0.
       77 WS-IDX-APU                  PIC 9(04)       VALUE 0.
       77 WS-IDX-APU-2                PIC 9(04)       VALUE 0.
       77 WS-POS-APU                  PIC 9(04)       VALUE 0.
       77 WS-LIMITE-ORD               PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-APU              PIC X(01)       VALUE 'N'.
       01 WS-TABELA-APU.
           02 WS-APU-ITEM OCCURS 2000 TIMES.
              03 WS-APU-CHAVE.
                 05 WS-APU-CD-TURMA   PIC X(05).
                 05 WS-APU-NM-STUDENT PIC X(20).
              03 WS-APU-CD-STUDENT    PIC 9(05).
              03 WS-APU-NIS           PIC 9(11).
              03 WS-APU-AULAS         PIC 9(04).
              03 WS-APU-PRESENCAS     PIC 9(04).
              03 WS-APU-ABONADAS      PIC 9(04).
              03 WS-APU-LIMITE        PIC 9(02).
              03 WS-APU-ALUNO-ATIVO   PIC X(01).
       01 WS-APU-TEMP                 PIC X(56)       VALUE SPACES.
      * APURACOES GRAVADAS (TODOS OS PERIODOS), EM MEMORIA E
      * REGRAVADAS NA SAIDA.
       77 WS-QTD-FB                   PIC 9(04)       VALUE 0.
       77 WS-IDX-FB                   PIC 9(04)       VALUE 0.
       77 WS-POS-FB                   PIC 9(04)       VALUE 0.
       77 WS-QTD-MANTIDOS             PIC 9(04)       VALUE 0.
       77 WS-ESTOURO-TABELA           PIC X(01)       VALUE 'N'.
       01 WS-TABELA-FB.
           02 WS-FB-ITEM OCCURS 9000 TIMES.
              03 WS-TAB-REG-FB        PIC X(56).
      * MOTIVOS JA INFORMADOS NO PERIODO, GUARDADOS ANTES DA
      * REAPURACAO.
       77 WS-QTD-ANT                  PIC 9(04)       VALUE 0.
       77 WS-IDX-ANT                  PIC 9(04)       VALUE 0.
       01 WS-TABELA-ANTERIORES.
           02 WS-ANT-ITEM OCCURS 2000 TIMES.
              03 WS-ANT-CD-STUDENT    PIC 9(05).
              03 WS-ANT-MOTIVO        PIC X(02).
              03 WS-ANT-OPERADOR      PIC X(10).
      * CONTAGENS DO PERIODO.
       77 WS-QTD-PERIODO              PIC 9(04)       VALUE 0.
       77 WS-QTD-ABAIXO               PIC 9(04)       VALUE 0.
       77 WS-QTD-SEM-MOTIVO           PIC 9(04)       VALUE 0.
       77 WS-QTD-SAIRAM               PIC 9(04)       VALUE 0.
       77 WS-QTD-MOTIVOS-MANTIDOS     PIC 9(04)       VALUE 0.
      * LINHA DO RELATORIO.
       77 WS-PERC-EDITADO             PIC ZZ9.
       77 WS-SITUACAO-LINHA           PIC X(06)       VALUE SPACES.
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
            DISPLAY 'FREQUENCIA DO BOLSA FAMILIA (SISTEMA PRESENCA)'
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

            PERFORM P050-CARREGAR-APURACOES
            IF WS-ESTOURO-TABELA = 'S' THEN
               DISPLAY 'FREQUENCIA-BOLSA.TXT MAIOR QUE A TABELA '
                       '(9000) - NADA ALTERADO'
               STOP RUN
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE 0 TO WS-OPCAO
            PERFORM WITH TEST BEFORE UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '1 - APURAR PERIODO E EMITIR RELATORIO'
               DISPLAY '2 - INFORMAR MOTIVO DE FREQUENCIA BAIXA'
               DISPLAY '3 - GERAR ARQUIVO DE ENVIO AO MINISTERIO'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO.........................: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                  WHEN 1
                     IF WS-UNIDADE-FILTRO NOT = SPACES THEN
                        DISPLAY 'APURACAO DA REDE - SO O OPERADOR DA '
                                'REDE (TODAS AS UNIDADES) APURA'
                     ELSE
                        PERFORM P200-APURAR-PERIODO
                     END-IF
                  WHEN 2
                     PERFORM P300-INFORMAR-MOTIVO
                  WHEN 3
                     IF WS-UNIDADE-FILTRO NOT = SPACES THEN
                        DISPLAY 'ENVIO DA REDE - SO O OPERADOR DA '
                                'REDE (TODAS AS UNIDADES) GERA'
                     ELSE
                        PERFORM P400-GERAR-ENVIO
                     END-IF
                  WHEN 9
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
            END-PERFORM

            IF WS-HOUVE-ALTERACAO = 'S' THEN
               PERFORM P900-REGRAVAR-APURACOES
            END-IF
            STOP RUN.
      *-----------------------------------------------------------------
       P050-CARREGAR-APURACOES.
            MOVE 0 TO WS-QTD-FB
            MOVE 'N' TO WS-EOF
            OPEN INPUT FREQ-BOLSA-FILE
            IF FS-FREQ-BOLSA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ FREQ-BOLSA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-FB < 9000 THEN
                              ADD 1 TO WS-QTD-FB
                              MOVE REG-FREQ-BOLSA
                                TO WS-TAB-REG-FB (WS-QTD-FB)
                           ELSE
                              MOVE 'S' TO WS-ESTOURO-TABELA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE FREQ-BOLSA-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * ANO E NUMERO DO PERIODO (1 A 5) E OS DOIS MESES DELE.
      *-----------------------------------------------------------------
       P100-LER-PERIODO.
            MOVE 0 TO WS-ANO-PERIODO
            PERFORM WITH TEST BEFORE UNTIL WS-ANO-PERIODO > 2000
               DISPLAY 'ANO (AAAA)....................: '
               ACCEPT WS-ANO-PERIODO
            END-PERFORM
            MOVE 0 TO WS-PERIODO
            PERFORM WITH TEST BEFORE
                    UNTIL WS-PERIODO > 0 AND WS-PERIODO < 6
               DISPLAY 'PERIODO (1=FEV/MAR 2=ABR/MAI 3=JUN/JUL '
                       '4=AGO/SET 5=OUT/NOV): '
               ACCEPT WS-PERIODO
            END-PERFORM
            COMPUTE WS-MES-1 = WS-PERIODO * 2
            COMPUTE WS-MES-2 = WS-MES-1 + 1
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * LOCALIZA O REGISTRO GRAVADO DO ALUNO NO PERIODO INFORMADO E
      * O DEIXA EM REG-FREQ-BOLSA.
      *-----------------------------------------------------------------
       P150-LOCALIZAR-APURACAO.
            MOVE 0 TO WS-POS-FB
            PERFORM VARYING WS-IDX-FB FROM 1 BY 1
                    UNTIL WS-IDX-FB > WS-QTD-FB OR WS-POS-FB > 0
               MOVE WS-TAB-REG-FB (WS-IDX-FB) TO REG-FREQ-BOLSA
               IF FB-ANO = WS-ANO-PERIODO AND
                  FB-PERIODO = WS-PERIODO AND
                  FB-CD-STUDENT = WS-CD-DIGITADO THEN
                  MOVE WS-IDX-FB TO WS-POS-FB
               END-IF
            END-PERFORM
            IF WS-POS-FB > 0 THEN
               MOVE WS-TAB-REG-FB (WS-POS-FB) TO REG-FREQ-BOLSA
            END-IF
            .
       P150-FIM.
      *-----------------------------------------------------------------
      * UNIDADE ESCOLAR DA TURMA EM WS-TURMA-UNIDADE CONFERIDA CONTRA
      * A DO OPERADOR (TURMA FORA DO CADASTRO = UNIDADE PRINCIPAL); A
      * ULTIMA TURMA BUSCADA FICA GUARDADA.
      *-----------------------------------------------------------------
       P155-UNIDADE-DA-TURMA.
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
       P155-FIM.
      *-----------------------------------------------------------------
      * APURACAO DO PERIODO: BENEFICIARIOS, CONSOLIDADOS DOS MESES
      * FECHADOS, LIVRO DOS MESES ABERTOS, ORDENACAO E GRAVACAO.
      *-----------------------------------------------------------------
       P200-APURAR-PERIODO.
            PERFORM P100-LER-PERIODO
            PERFORM P210-CARREGAR-BENEFICIARIOS
            IF WS-QTD-APU = 0 THEN
               DISPLAY 'NENHUM BENEFICIARIO ATIVO (PROGARQ023)'
            ELSE
               PERFORM P220-SOMAR-MESES-FECHADOS
               PERFORM P230-SOMAR-CHAMADA
               PERFORM P240-ORDENAR-APURACAO
               PERFORM P260-GUARDAR-MOTIVOS
               PERFORM P270-GRAVAR-PERIODO
               MOVE 'S' TO WS-HOUVE-ALTERACAO

               DISPLAY 'BENEFICIARIOS APURADOS.......: ' WS-QTD-PERIODO
               DISPLAY 'ABAIXO DO MINIMO LEGAL.......: ' WS-QTD-ABAIXO
               DISPLAY 'MOTIVOS ANTERIORES MANTIDOS..: '
                       WS-QTD-MOTIVOS-MANTIDOS
               DISPLAY 'ABAIXO DO MINIMO SEM MOTIVO..: '
                       WS-QTD-SEM-MOTIVO
               DISPLAY 'BENEFICIARIOS FORA DA ESCOLA.: ' WS-QTD-SAIRAM
               DISPLAY 'RELATORIO GRAVADO: FREQUENCIA-BOLSA-RELATORIO'
                       '.TXT'
               IF WS-ESTOURO-APU = 'S' THEN
                  DISPLAY '*** ATENCAO: MAIS DE 2000 BENEFICIARIOS - '
                          'EXCEDENTES FORA DA APURACAO ***'
               END-IF
               IF WS-ESTOURO-TABELA = 'S' THEN
                  DISPLAY '*** ATENCAO: FREQUENCIA-BOLSA.TXT LOTADO '
                          '(9000) - PERIODO GRAVADO INCOMPLETO ***'
               END-IF
            END-IF
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * BENEFICIARIOS ATIVOS NO PROGRAMA, COM TURMA, NOME E MINIMO
      * LEGAL DO MESTRE. QUEM JA SAIU DA ESCOLA ENTRA MARCADO ('N')
      * SO PARA A LISTA DO FIM DO RELATORIO.
      *-----------------------------------------------------------------
       P210-CARREGAR-BENEFICIARIOS.
            MOVE 0 TO WS-QTD-APU
            MOVE 'N' TO WS-ESTOURO-APU
            MOVE 'N' TO WS-EOF
            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'MESTRE (STUDENT.TXT) INDISPONIVEL'
            ELSE
               OPEN INPUT BENEFICIARIO-FILE
               IF FS-BENEFICIARIO = '00' THEN
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ BENEFICIARIO-FILE
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              IF BF-ATIVO THEN
                                 PERFORM P215-INCLUIR-BENEFICIARIO
                              END-IF
                     END-READ
                  END-PERFORM
                  CLOSE BENEFICIARIO-FILE
               END-IF
               CLOSE STUDENT
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P210-FIM.
      *-----------------------------------------------------------------
       P215-INCLUIR-BENEFICIARIO.
            IF WS-QTD-APU >= 2000 THEN
               MOVE 'S' TO WS-ESTOURO-APU
            ELSE
               MOVE BF-CD-STUDENT TO WS-STUDENT-REL-KEY
               READ STUDENT
                    INVALID KEY
                       DISPLAY 'BENEFICIARIO ' BF-CD-STUDENT
                               ' NAO ENCONTRADO NO MESTRE'
                    NOT INVALID KEY
                       ADD 1 TO WS-QTD-APU
                       MOVE CD-TURMA TO WS-APU-CD-TURMA (WS-QTD-APU)
                       MOVE NM-STUDENT
                         TO WS-APU-NM-STUDENT (WS-QTD-APU)
                       MOVE BF-CD-STUDENT
                         TO WS-APU-CD-STUDENT (WS-QTD-APU)
                       MOVE BF-NIS TO WS-APU-NIS (WS-QTD-APU)
                       MOVE 0 TO WS-APU-AULAS (WS-QTD-APU)
                       MOVE 0 TO WS-APU-PRESENCAS (WS-QTD-APU)
                       MOVE 0 TO WS-APU-ABONADAS (WS-QTD-APU)
                       IF ST-ATIVO THEN
                          MOVE 'S' TO WS-APU-ALUNO-ATIVO (WS-QTD-APU)
                       ELSE
                          MOVE 'N' TO WS-APU-ALUNO-ATIVO (WS-QTD-APU)
                       END-IF
                       PERFORM P217-DEFINIR-LIMITE
               END-READ
            END-IF
            .
       P215-FIM.
      *-----------------------------------------------------------------
      * MINIMO LEGAL PELA IDADE NO PRIMEIRO DIA DO PERIODO: 85% ATE
      * 15 ANOS, 75% DE 16 EM DIANTE.
      *-----------------------------------------------------------------
       P217-DEFINIR-LIMITE.
            MOVE DT-NASCIMENTO TO WS-DT-TRABALHO
            SET FORMATO-DDMMAAAA TO TRUE
            CALL 'QUEBRAR-DATA'
                          USING WS-FORMATO-DATA, WS-DT-TRABALHO,
                                WS-DIA-NASC, WS-MES-NASC, WS-ANO-NASC
            CALL 'CALCULAR-IDADE'
                          USING WS-DIA-NASC, WS-MES-NASC, WS-ANO-NASC,
                                WS-DIA-REFERENCIA, WS-MES-1,
                                WS-ANO-PERIODO, WS-IDADE,
                                WS-RETORNO-IDADE
            IF WS-RETORNO-IDADE = 0 AND WS-IDADE > 15 THEN
               MOVE 75 TO WS-APU-LIMITE (WS-QTD-APU)
            ELSE
               MOVE 85 TO WS-APU-LIMITE (WS-QTD-APU)
            END-IF
            .
       P217-FIM.
      *-----------------------------------------------------------------
      * MES DO PERIODO JA FECHADO ('F' NO FREQUENCIA-MENSAL.TXT): O
      * CONSOLIDADO DE CADA MATERIA SOMA NO BENEFICIARIO E A CHAMADA
      * DO MES NAO EH RELIDA.
      *-----------------------------------------------------------------
       P220-SOMAR-MESES-FECHADOS.
            MOVE 0 TO WS-MES-1-FECHADO
            MOVE 0 TO WS-MES-2-FECHADO
            MOVE 'N' TO WS-EOF
            OPEN INPUT MENSAL-FILE
            IF FS-MENSAL = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MENSAL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF FM-MES-FECHADO AND
                              FM-ANO = WS-ANO-PERIODO AND
                              (FM-MES = WS-MES-1 OR
                               FM-MES = WS-MES-2) THEN
                              IF FM-MES = WS-MES-1 THEN
                                 MOVE 1 TO WS-MES-1-FECHADO
                              ELSE
                                 MOVE 1 TO WS-MES-2-FECHADO
                              END-IF
                              MOVE FM-CD-STUDENT TO WS-CD-DIGITADO
                              PERFORM P250-LOCALIZAR-BENEFICIARIO
                              IF WS-POS-APU > 0 THEN
                                 ADD FM-QTD-AULAS
                                   TO WS-APU-AULAS (WS-POS-APU)
                                 ADD FM-QTD-PRESENCAS
                                   TO WS-APU-PRESENCAS (WS-POS-APU)
                                 ADD FM-QTD-ABONADAS
                                   TO WS-APU-ABONADAS (WS-POS-APU)
                              END-IF
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE MENSAL-FILE
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P220-FIM.
      *-----------------------------------------------------------------
      * MES DO PERIODO AINDA ABERTO: CADA AULA DO LIVRO CONTA PARA O
      * BENEFICIARIO (ESTORNADOS E DIAS DE SUSPENSAO FICAM FORA).
      *-----------------------------------------------------------------
       P230-SOMAR-CHAMADA.
            MOVE 'N' TO WS-EOF
            OPEN INPUT CHAMADA-FILE
            IF FS-CHAMADA = '00' THEN
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CHAMADA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE CH-DATA-AULA TO WS-DATA-AULA
                           IF NOT CH-REGISTRO-ESTORNADO AND
                              NOT CH-SUSPENSO AND
                              WS-DA-ANO = WS-ANO-PERIODO AND
                              ((WS-DA-MES = WS-MES-1 AND
                                WS-MES-1-FECHADO = 0) OR
                               (WS-DA-MES = WS-MES-2 AND
                                WS-MES-2-FECHADO = 0)) THEN
                              PERFORM P235-SOMAR-AULA
                           END-IF
                  END-READ
               END-PERFORM
               CLOSE CHAMADA-FILE
            ELSE
               DISPLAY 'LIVRO DE CHAMADA (CHAMADA.TXT) NAO ENCONTRADO'
                       ' - SO OS MESES FECHADOS FORAM SOMADOS'
            END-IF
            MOVE 'N' TO WS-EOF
            .
       P230-FIM.
      *-----------------------------------------------------------------
       P235-SOMAR-AULA.
            MOVE CH-CD-STUDENT TO WS-CD-DIGITADO
            PERFORM P250-LOCALIZAR-BENEFICIARIO
            IF WS-POS-APU > 0 THEN
               ADD 1 TO WS-APU-AULAS (WS-POS-APU)
               IF CH-PRESENTE THEN
                  ADD 1 TO WS-APU-PRESENCAS (WS-POS-APU)
               ELSE
                  PERFORM P237-CONFERIR-ABONO
                  IF WS-FALTA-ABONADA = 'S' THEN
                     ADD 1 TO WS-APU-ABONADAS (WS-POS-APU)
                  END-IF
               END-IF
            END-IF
            .
       P235-FIM.
      *-----------------------------------------------------------------
      * FALTA ABONADA: MESMAS CONSULTAS DO APURAR-FREQUENCIA/P250.
      *-----------------------------------------------------------------
       P237-CONFERIR-ABONO.
            MOVE 'N' TO WS-FALTA-ABONADA
            CALL 'CONSULTAR-ATESTADO'
                          USING CH-CD-STUDENT, CH-CD-MATERIA,
                                CH-DATA-AULA, WS-RETORNO-ATESTADO
            IF WS-RETORNO-ATESTADO = 0 THEN
               MOVE 'S' TO WS-FALTA-ABONADA
            ELSE
               CALL 'CONSULTAR-ABONO'
                             USING CH-CD-STUDENT, CH-CD-MATERIA,
                                   CH-DATA-AULA, WS-RETORNO-ABONO
               IF WS-RETORNO-ABONO = 0 THEN
                  MOVE 'S' TO WS-FALTA-ABONADA
               END-IF
            END-IF
            .
       P237-FIM.
      *-----------------------------------------------------------------
      * ORDENA POR TURMA + NOME (BOLHA, COMO A LISTA DE ESPERA DO
      * PROGARQ008).
      *-----------------------------------------------------------------
       P240-ORDENAR-APURACAO.
            PERFORM VARYING WS-IDX-APU FROM 1 BY 1
                    UNTIL WS-IDX-APU >= WS-QTD-APU
               COMPUTE WS-LIMITE-ORD = WS-QTD-APU - WS-IDX-APU
               PERFORM VARYING WS-IDX-APU-2 FROM 1 BY 1
                       UNTIL WS-IDX-APU-2 > WS-LIMITE-ORD
                  IF WS-APU-CHAVE (WS-IDX-APU-2) >
                     WS-APU-CHAVE (WS-IDX-APU-2 + 1) THEN
                     MOVE WS-APU-ITEM (WS-IDX-APU-2) TO WS-APU-TEMP
                     MOVE WS-APU-ITEM (WS-IDX-APU-2 + 1)
                       TO WS-APU-ITEM (WS-IDX-APU-2)
                     MOVE WS-APU-TEMP
                       TO WS-APU-ITEM (WS-IDX-APU-2 + 1)
                  END-IF
               END-PERFORM
            END-PERFORM
            .
       P240-FIM.
      *-----------------------------------------------------------------
       P250-LOCALIZAR-BENEFICIARIO.
            MOVE 0 TO WS-POS-APU
            PERFORM VARYING WS-IDX-APU FROM 1 BY 1
                    UNTIL WS-IDX-APU > WS-QTD-APU OR WS-POS-APU > 0
               IF WS-APU-CD-STUDENT (WS-IDX-APU) = WS-CD-DIGITADO THEN
                  MOVE WS-IDX-APU TO WS-POS-APU
               END-IF
            END-PERFORM
            .
       P250-FIM.
      *-----------------------------------------------------------------
      * GUARDA OS MOTIVOS JA INFORMADOS NO PERIODO E RETIRA DA TABELA
      * OS REGISTROS ANTIGOS DELE (A APURACAO NOVA OS SUBSTITUI).
      *-----------------------------------------------------------------
       P260-GUARDAR-MOTIVOS.
            MOVE 0 TO WS-QTD-ANT
            MOVE 0 TO WS-QTD-MANTIDOS
            PERFORM VARYING WS-IDX-FB FROM 1 BY 1
                    UNTIL WS-IDX-FB > WS-QTD-FB
               MOVE WS-TAB-REG-FB (WS-IDX-FB) TO REG-FREQ-BOLSA
               IF FB-ANO = WS-ANO-PERIODO AND
                  FB-PERIODO = WS-PERIODO THEN
                  IF FB-MOTIVO NOT = SPACES AND WS-QTD-ANT < 2000 THEN
                     ADD 1 TO WS-QTD-ANT
                     MOVE FB-CD-STUDENT
                       TO WS-ANT-CD-STUDENT (WS-QTD-ANT)
                     MOVE FB-MOTIVO TO WS-ANT-MOTIVO (WS-QTD-ANT)
                     MOVE FB-OPERADOR-MOTIVO
                       TO WS-ANT-OPERADOR (WS-QTD-ANT)
                  END-IF
               ELSE
                  ADD 1 TO WS-QTD-MANTIDOS
                  MOVE WS-TAB-REG-FB (WS-IDX-FB)
                    TO WS-TAB-REG-FB (WS-QTD-MANTIDOS)
               END-IF
            END-PERFORM
            MOVE WS-QTD-MANTIDOS TO WS-QTD-FB
            .
       P260-FIM.
      *-----------------------------------------------------------------
      * GRAVA O PERIODO NA TABELA E EMITE O RELATORIO: BENEFICIARIOS
      * NA ESCOLA POR TURMA, DEPOIS OS QUE JA SAIRAM.
      *-----------------------------------------------------------------
       P270-GRAVAR-PERIODO.
            MOVE 0 TO WS-QTD-PERIODO
            MOVE 0 TO WS-QTD-ABAIXO
            MOVE 0 TO WS-QTD-SEM-MOTIVO
            MOVE 0 TO WS-QTD-SAIRAM
            MOVE 0 TO WS-QTD-MOTIVOS-MANTIDOS

            OPEN OUTPUT RELATORIO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-RELATORIO FROM AI-FAIXA
            END-IF
            MOVE SPACES TO REC-RELATORIO
            STRING 'FREQUENCIA BOLSA FAMILIA - SISTEMA PRESENCA - '
                   'ANO ' WS-ANO-PERIODO ' PERIODO ' WS-PERIODO
                   ' (MESES ' WS-MES-1 ' E ' WS-MES-2 ')'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'EMITIDO EM ' WS-DATA-HOJE ' POR ' WS-OPERADOR
                   ' - PERCENTUAL BRUTO (FALTA ABONADA NAO CONTA '
                   'COMO PRESENCA)'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING '==================================================='
                   '============================='
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'TURMA ALUNO NOME                 NIS         '
                   'AULAS PRES ABON FREQ MIN SIT    MOTIVO'
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO

            PERFORM VARYING WS-IDX-APU FROM 1 BY 1
                    UNTIL WS-IDX-APU > WS-QTD-APU
               IF WS-APU-ALUNO-ATIVO (WS-IDX-APU) = 'S' THEN
                  PERFORM P280-GRAVAR-BENEFICIARIO
               ELSE
                  ADD 1 TO WS-QTD-SAIRAM
               END-IF
            END-PERFORM

            IF WS-QTD-SAIRAM > 0 THEN
               MOVE SPACES TO REC-RELATORIO
               WRITE REC-RELATORIO
               MOVE SPACES TO REC-RELATORIO
               STRING 'BENEFICIARIOS QUE SAIRAM DA ESCOLA - FORA DO '
                      'ENVIO; ATUALIZAR A SITUACAO NO SISTEMA PRESENCA'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
               PERFORM VARYING WS-IDX-APU FROM 1 BY 1
                       UNTIL WS-IDX-APU > WS-QTD-APU
                  IF WS-APU-ALUNO-ATIVO (WS-IDX-APU) = 'N' THEN
                     MOVE SPACES TO REC-RELATORIO
                     STRING WS-APU-CD-TURMA (WS-IDX-APU) ' '
                            WS-APU-CD-STUDENT (WS-IDX-APU) ' '
                            WS-APU-NM-STUDENT (WS-IDX-APU) ' '
                            WS-APU-NIS (WS-IDX-APU)
                            DELIMITED BY SIZE INTO REC-RELATORIO
                     END-STRING
                     WRITE REC-RELATORIO
                  END-IF
               END-PERFORM
            END-IF

            MOVE SPACES TO REC-RELATORIO
            WRITE REC-RELATORIO
            MOVE SPACES TO REC-RELATORIO
            STRING 'BENEFICIARIOS: ' WS-QTD-PERIODO
                   '  ABAIXO DO MINIMO: ' WS-QTD-ABAIXO
                   '  SEM MOTIVO: ' WS-QTD-SEM-MOTIVO
                   '  FORA DA ESCOLA: ' WS-QTD-SAIRAM
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            IF WS-QTD-SEM-MOTIVO > 0 THEN
               MOVE SPACES TO REC-RELATORIO
               STRING '*** INFORME O MOTIVO DOS MARCADOS (OPCAO 2) '
                      'ANTES DO ENVIO ***'
                      DELIMITED BY SIZE INTO REC-RELATORIO
               END-STRING
               WRITE REC-RELATORIO
            END-IF
            CLOSE RELATORIO-FILE
            .
       P270-FIM.
      *-----------------------------------------------------------------
      * UM BENEFICIARIO NA ESCOLA: REGISTRO DO PERIODO (COM O MOTIVO
      * ANTERIOR SE CONTINUA ABAIXO) E LINHA DO RELATORIO.
      *-----------------------------------------------------------------
       P280-GRAVAR-BENEFICIARIO.
            INITIALIZE REG-FREQ-BOLSA
            MOVE WS-ANO-PERIODO TO FB-ANO
            MOVE WS-PERIODO TO FB-PERIODO
            MOVE WS-APU-CD-STUDENT (WS-IDX-APU) TO FB-CD-STUDENT
            MOVE WS-APU-NIS (WS-IDX-APU) TO FB-NIS
            MOVE WS-APU-CD-TURMA (WS-IDX-APU) TO FB-CD-TURMA
            MOVE WS-APU-AULAS (WS-IDX-APU) TO FB-QTD-AULAS
            MOVE WS-APU-PRESENCAS (WS-IDX-APU) TO FB-QTD-PRESENCAS
            MOVE WS-APU-ABONADAS (WS-IDX-APU) TO FB-QTD-ABONADAS
            MOVE WS-APU-LIMITE (WS-IDX-APU) TO FB-LIMITE
      * SEM AULA REGISTRADA NO PERIODO O PERCENTUAL FICA ZERO E O
      * ALUNO SAI ABAIXO - A SECRETARIA PRECISA EXPLICAR.
            IF FB-QTD-AULAS = 0 THEN
               MOVE 0 TO FB-PERC-FREQUENCIA
            ELSE
               COMPUTE FB-PERC-FREQUENCIA ROUNDED =
                       (FB-QTD-PRESENCAS * 100) / FB-QTD-AULAS
            END-IF
            MOVE SPACES TO FB-MOTIVO
            MOVE SPACES TO FB-OPERADOR-MOTIVO
            IF FB-PERC-FREQUENCIA < FB-LIMITE THEN
               MOVE 'S' TO FB-ABAIXO-MINIMO
               ADD 1 TO WS-QTD-ABAIXO
               PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                       UNTIL WS-IDX-ANT > WS-QTD-ANT
                  IF WS-ANT-CD-STUDENT (WS-IDX-ANT) = FB-CD-STUDENT
                     THEN
                     MOVE WS-ANT-MOTIVO (WS-IDX-ANT) TO FB-MOTIVO
                     MOVE WS-ANT-OPERADOR (WS-IDX-ANT)
                       TO FB-OPERADOR-MOTIVO
                     ADD 1 TO WS-QTD-MOTIVOS-MANTIDOS
                  END-IF
               END-PERFORM
               IF FB-MOTIVO = SPACES THEN
                  ADD 1 TO WS-QTD-SEM-MOTIVO
               END-IF
            ELSE
               MOVE 'N' TO FB-ABAIXO-MINIMO
            END-IF

            IF WS-QTD-FB < 9000 THEN
               ADD 1 TO WS-QTD-FB
               MOVE REG-FREQ-BOLSA TO WS-TAB-REG-FB (WS-QTD-FB)
               ADD 1 TO WS-QTD-PERIODO
            ELSE
               MOVE 'S' TO WS-ESTOURO-TABELA
            END-IF

            IF FB-ABAIXO THEN
               IF FB-MOTIVO = SPACES THEN
                  MOVE 'ABAIXO' TO WS-SITUACAO-LINHA
                  MOVE '*** SEM MOTIVO ***' TO WS-DESCRICAO-MOTIVO
               ELSE
                  MOVE 'ABAIXO' TO WS-SITUACAO-LINHA
                  PERFORM P330-DESCREVER-MOTIVO
               END-IF
            ELSE
               MOVE 'OK' TO WS-SITUACAO-LINHA
               MOVE SPACES TO WS-DESCRICAO-MOTIVO
            END-IF
            MOVE FB-PERC-FREQUENCIA TO WS-PERC-EDITADO
            MOVE SPACES TO REC-RELATORIO
            STRING FB-CD-TURMA ' ' FB-CD-STUDENT ' '
                   WS-APU-NM-STUDENT (WS-IDX-APU) ' ' FB-NIS ' '
                   FB-QTD-AULAS '  ' FB-QTD-PRESENCAS ' '
                   FB-QTD-ABONADAS ' ' WS-PERC-EDITADO '% ' FB-LIMITE
                   '  ' WS-SITUACAO-LINHA ' ' FB-MOTIVO ' '
                   WS-DESCRICAO-MOTIVO
                   DELIMITED BY SIZE INTO REC-RELATORIO
            END-STRING
            WRITE REC-RELATORIO
            .
       P280-FIM.
      *-----------------------------------------------------------------
      * MOTIVO DO ALUNO ABAIXO DO MINIMO: CODIGO DA TABELA PADRAO OU
      * BRANCO PARA DESFAZER UM MOTIVO ERRADO. ALUNO ZERO ENCERRA.
      *-----------------------------------------------------------------
       P300-INFORMAR-MOTIVO.
            PERFORM P100-LER-PERIODO
            MOVE 0 TO WS-QTD-PERIODO
            PERFORM VARYING WS-IDX-FB FROM 1 BY 1
                    UNTIL WS-IDX-FB > WS-QTD-FB
               MOVE WS-TAB-REG-FB (WS-IDX-FB) TO REG-FREQ-BOLSA
               IF FB-ANO = WS-ANO-PERIODO AND
                  FB-PERIODO = WS-PERIODO THEN
                  ADD 1 TO WS-QTD-PERIODO
               END-IF
            END-PERFORM

            IF WS-QTD-PERIODO = 0 THEN
               DISPLAY 'PERIODO AINDA NAO APURADO - USE A OPCAO 1'
            ELSE
               PERFORM P320-MOSTRAR-MOTIVOS
               PERFORM WITH TEST AFTER UNTIL WS-CD-DIGITADO = 0
                  DISPLAY 'CODIGO DO ALUNO (0 = ENCERRAR): '
                  ACCEPT WS-CD-DIGITADO
                  IF WS-CD-DIGITADO NOT = 0 THEN
                     PERFORM P310-MOTIVO-DO-ALUNO
                  END-IF
               END-PERFORM
            END-IF
            .
       P300-FIM.
      *-----------------------------------------------------------------
       P310-MOTIVO-DO-ALUNO.
            PERFORM P150-LOCALIZAR-APURACAO
            IF WS-POS-FB = 0 THEN
               DISPLAY 'ALUNO SEM APURACAO NO PERIODO (NAO EH '
                       'BENEFICIARIO OU SAIU DA ESCOLA)'
            ELSE
               MOVE FB-CD-TURMA TO WS-TURMA-UNIDADE
               PERFORM P155-UNIDADE-DA-TURMA
            END-IF
            IF WS-POS-FB > 0 AND WS-RETORNO-UNIDADE NOT = 0 THEN
               DISPLAY 'ALUNO DE OUTRA UNIDADE ESCOLAR - MOTIVO NEGADO'
            END-IF
            IF WS-POS-FB > 0 AND WS-RETORNO-UNIDADE = 0 THEN
               IF NOT FB-ABAIXO THEN
                  DISPLAY 'FREQUENCIA ' FB-PERC-FREQUENCIA
                          '% NAO ESTA ABAIXO DO MINIMO - MOTIVO NAO '
                          'SE APLICA'
               ELSE
                  DISPLAY 'FREQUENCIA: ' FB-PERC-FREQUENCIA '% (MINIMO '
                          FB-LIMITE '%) AULAS ' FB-QTD-AULAS
                          ' PRESENCAS ' FB-QTD-PRESENCAS
                          ' ABONADAS ' FB-QTD-ABONADAS
                  DISPLAY 'MOTIVO ATUAL: ' FB-MOTIVO
                  MOVE 0 TO WS-MOTIVO-VALIDO
                  PERFORM WITH TEST AFTER UNTIL WS-MOTIVO-VALIDO = 1
                     DISPLAY 'CODIGO DO MOTIVO (BRANCO = SEM MOTIVO): '
                     MOVE SPACES TO WS-MOTIVO-DIGITADO
                     ACCEPT WS-MOTIVO-DIGITADO
                     IF WS-MOTIVO-DIGITADO = SPACES THEN
                        MOVE 1 TO WS-MOTIVO-VALIDO
                     ELSE
                        PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                                UNTIL WS-IDX-MOTIVO > 10
                           IF WS-MOT-CODIGO (WS-IDX-MOTIVO) =
                              WS-MOTIVO-DIGITADO THEN
                              MOVE 1 TO WS-MOTIVO-VALIDO
                           END-IF
                        END-PERFORM
                        IF WS-MOTIVO-VALIDO = 0 THEN
                           DISPLAY 'MOTIVO INVALIDO - USE UM CODIGO '
                                   'DA TABELA'
                        END-IF
                     END-IF
                  END-PERFORM
                  MOVE WS-MOTIVO-DIGITADO TO FB-MOTIVO
                  IF FB-MOTIVO = SPACES THEN
                     MOVE SPACES TO FB-OPERADOR-MOTIVO
                  ELSE
                     MOVE WS-OPERADOR TO FB-OPERADOR-MOTIVO
                  END-IF
                  MOVE REG-FREQ-BOLSA TO WS-TAB-REG-FB (WS-POS-FB)
                  MOVE 'S' TO WS-HOUVE-ALTERACAO
                  DISPLAY 'MOTIVO REGISTRADO'
               END-IF
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
       P320-MOSTRAR-MOTIVOS.
            DISPLAY 'MOTIVOS PADRAO DO SISTEMA PRESENCA:'
            PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO > 10
               DISPLAY '  ' WS-MOT-CODIGO (WS-IDX-MOTIVO) ' - '
                       WS-MOT-DESCRICAO (WS-IDX-MOTIVO)
            END-PERFORM
            .
       P320-FIM.
      *-----------------------------------------------------------------
       P330-DESCREVER-MOTIVO.
            MOVE SPACES TO WS-DESCRICAO-MOTIVO
            PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO > 10
               IF WS-MOT-CODIGO (WS-IDX-MOTIVO) = FB-MOTIVO THEN
                  MOVE WS-MOT-DESCRICAO (WS-IDX-MOTIVO)
                    TO WS-DESCRICAO-MOTIVO
               END-IF
            END-PERFORM
            .
       P330-FIM.
      *-----------------------------------------------------------------
      * ARQUIVO DE ENVIO DO PERIODO. SO SAI COM TODO ALUNO ABAIXO DO
      * MINIMO JUSTIFICADO; SENAO LISTA OS PENDENTES E RECUSA.
      *-----------------------------------------------------------------
       P400-GERAR-ENVIO.
            PERFORM P100-LER-PERIODO
            MOVE 0 TO WS-QTD-PERIODO
            MOVE 0 TO WS-QTD-ABAIXO
            MOVE 0 TO WS-QTD-SEM-MOTIVO
            PERFORM VARYING WS-IDX-FB FROM 1 BY 1
                    UNTIL WS-IDX-FB > WS-QTD-FB
               MOVE WS-TAB-REG-FB (WS-IDX-FB) TO REG-FREQ-BOLSA
               IF FB-ANO = WS-ANO-PERIODO AND
                  FB-PERIODO = WS-PERIODO THEN
                  ADD 1 TO WS-QTD-PERIODO
                  IF FB-ABAIXO THEN
                     ADD 1 TO WS-QTD-ABAIXO
                     IF FB-MOTIVO = SPACES THEN
                        ADD 1 TO WS-QTD-SEM-MOTIVO
                        IF WS-QTD-SEM-MOTIVO = 1 THEN
                           DISPLAY 'ABAIXO DO MINIMO SEM MOTIVO:'
                           DISPLAY 'TURMA ALUNO FREQ MIN'
                        END-IF
                        DISPLAY FB-CD-TURMA ' ' FB-CD-STUDENT ' '
                                FB-PERC-FREQUENCIA '% ' FB-LIMITE '%'
                     END-IF
                  END-IF
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WS-QTD-PERIODO = 0
                  DISPLAY 'PERIODO AINDA NAO APURADO - USE A OPCAO 1'
               WHEN WS-QTD-SEM-MOTIVO > 0
                  DISPLAY WS-QTD-SEM-MOTIVO ' ALUNO(S) ABAIXO DO '
                          'MINIMO SEM MOTIVO - ENVIO NAO GERADO '
                          '(USE A OPCAO 2)'
      * O ENVIO VAI PARA O MINISTERIO - NUNCA A PARTIR DE UMA COPIA.
               WHEN AI-TREINAMENTO
                  DISPLAY 'EXTRATO PARA FORA DA ESCOLA NAO EH GERADO '
                          'NO AMBIENTE DE TREINAMENTO'
               WHEN OTHER
                  PERFORM P410-GRAVAR-ENVIO
            END-EVALUATE
            .
       P400-FIM.
      *-----------------------------------------------------------------
       P410-GRAVAR-ENVIO.
            DISPLAY 'CODIGO INEP DA ESCOLA.........: '
            ACCEPT WS-CODIGO-ESCOLA

            OPEN OUTPUT ENVIO-FILE
            MOVE SPACES TO REC-ENVIO
            MOVE 'H' TO EV-TIPO
            MOVE WS-CODIGO-ESCOLA TO EV-CODIGO-INEP
            MOVE WS-ANO-PERIODO TO EV-ANO
            MOVE WS-PERIODO TO EV-PERIODO
            MOVE WS-MES-1 TO EV-MES-INICIAL
            MOVE WS-MES-2 TO EV-MES-FINAL
            MOVE WS-DATA-HOJE TO EV-DATA-GERACAO
            WRITE REC-ENVIO

            PERFORM VARYING WS-IDX-FB FROM 1 BY 1
                    UNTIL WS-IDX-FB > WS-QTD-FB
               MOVE WS-TAB-REG-FB (WS-IDX-FB) TO REG-FREQ-BOLSA
               IF FB-ANO = WS-ANO-PERIODO AND
                  FB-PERIODO = WS-PERIODO THEN
                  MOVE SPACES TO REC-ENVIO
                  MOVE 'D' TO EV-TIPO
                  MOVE FB-NIS TO EV-NIS
                  MOVE FB-CD-STUDENT TO EV-CD-STUDENT
                  MOVE FB-CD-TURMA TO EV-CD-TURMA
                  MOVE FB-PERC-FREQUENCIA TO EV-PERC-FREQUENCIA
                  MOVE FB-ABAIXO-MINIMO TO EV-ABAIXO-MINIMO
                  MOVE FB-MOTIVO TO EV-MOTIVO
                  MOVE FB-QTD-AULAS TO EV-QTD-AULAS
                  MOVE FB-QTD-PRESENCAS TO EV-QTD-PRESENCAS
                  WRITE REC-ENVIO
               END-IF
            END-PERFORM

            MOVE SPACES TO REC-ENVIO
            MOVE 'T' TO EV-TIPO
            MOVE WS-QTD-PERIODO TO EV-QTD-DETALHES
            MOVE WS-QTD-ABAIXO TO EV-QTD-ABAIXO
            WRITE REC-ENVIO
            CLOSE ENVIO-FILE

            DISPLAY 'ENVIO GRAVADO: BOLSA-FAMILIA-ENVIO.TXT - '
                    WS-QTD-PERIODO ' ALUNO(S), ' WS-QTD-ABAIXO
                    ' ABAIXO DO MINIMO'
            .
       P410-FIM.
      *-----------------------------------------------------------------
       P900-REGRAVAR-APURACOES.
            OPEN OUTPUT FREQ-BOLSA-FILE
            PERFORM VARYING WS-IDX-FB FROM 1 BY 1
                    UNTIL WS-IDX-FB > WS-QTD-FB
               MOVE WS-TAB-REG-FB (WS-IDX-FB) TO REG-FREQ-BOLSA
               WRITE REG-FREQ-BOLSA
            END-PERFORM
            CLOSE FREQ-BOLSA-FILE
            DISPLAY 'APURACOES GRAVADAS: FREQUENCIA-BOLSA.TXT ('
                    WS-QTD-FB ' REGISTRO(S))'
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'FREQUENCIA-BOLSA-FAM' TO LY-PROGRAMA
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
       END PROGRAM FREQUENCIA-BOLSA-FAMILIA.
