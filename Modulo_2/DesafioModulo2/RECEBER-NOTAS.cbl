      ******************************************************************
      * Author: GILDO
      * Date: 20/02/2023
      * Purpose: RECEBER NOTAS E VALIDA-LAS. AVISA A NOTA SEM
      *          AVALIACAO PLANEJADA NA AGENDA DA TURMA (P519).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-RESP-ISENTO                PIC X(01) VALUE 'N'.
       77 WS-DATA-AVALIACAO             PIC 9(08) VALUE 0.
       77 WS-RETORNO-ATESTADO           PIC 9(01) VALUE 0.
      * AVALIACAO PLANEJADA NA AGENDA PARA A POSICAO DA NOTA (VEJA
      * P519-CONFERIR-AGENDA).
       77 WS-NR-AVALIACAO               PIC 9(02) VALUE 0.
       77 WS-DATA-AGENDA                PIC 9(08) VALUE 0.
       77 WS-TIPO-AGENDA                PIC 9(01) VALUE 0.
       77 WS-RETORNO-AGENDA             PIC 9(01) VALUE 0.
      * LIMITE DE TENTATIVAS INVALIDAS POR NOTA ANTES DE DESISTIR DA
      * DIGITACAO E REGISTRAR A NOTA COMO FALTA (VEJA P997 ABAIXO) -
      * EVITA QUE O DIGITADOR FIQUE PRESO NO LOOP DE VALIDACAO.
      * CODIGO DO ALUNO (NOVO NO USING): NECESSARIO PARA CONSULTAR O
      * REGISTRO DE ATESTADOS DO PROPRIO ALUNO (VEJA P512).
       01 WS-CD-STUDENT                  PIC 9(05)       VALUE 0.
      * TURMA DO ALUNO E PERIODO LETIVO CORRENTE: CHAVE DA AGENDA DE
      * AVALIACOES (VEJA P519-CONFERIR-AGENDA E CONSULTAR-AGENDA).
       01 WS-CD-TURMA                    PIC X(05)       VALUE SPACES.
       01 WS-ANO-LETIVO                  PIC 9(04)       VALUE 0.
       01 WS-BIMESTRE                    PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION USING PARAMETRES, WS-RETORNO-RECEBER,
                                WS-NOME-ALUNO, WS-CD-MATERIA,
                                WS-CD-STUDENT, WS-CD-TURMA,
                                WS-ANO-LETIVO, WS-BIMESTRE.
       MAIN-PROCEDURE.
            MOVE 0 TO WS-RETORNO-RECEBER
            MOVE 'RECEBER-NOTAS' TO CX-PROGRAMA
               MOVE 0 TO WS-VALIDADOR
               MOVE 0 TO WS-QTD-FALHAS
               MOVE 'N' TO WS-RESP-ISENTO
               PERFORM P519-CONFERIR-AGENDA
               PERFORM P512-VERIFICAR-ISENCAO

               IF WS-RESP-ISENTO = 'S' THEN
            .
       P517-FIM.
      *-----------------------------------------------------------------
      * AGENDA DE AVALIACOES (VEJA AGENDA-AVALIACOES): AVISA QUANDO A
      * POSICAO DA NOTA NAO TEM AVALIACAO PLANEJADA PELO PROFESSOR NA
      * TURMA/MATERIA/BIMESTRE - SO AVISO, A NOTA SEGUE NORMALMENTE.
      * COM AVALIACAO PLANEJADA, MOSTRA A DATA E O TIPO AGENDADOS
      * (A DATA SERVE PARA A PERGUNTA DE ISENCAO EM P512). AGENDA
      * AINDA INEXISTENTE (RETORNO 2) NAO GERA AVISO.
      *-----------------------------------------------------------------
       P519-CONFERIR-AGENDA.
            MOVE WS-IDX TO WS-NR-AVALIACAO
            CALL 'CONSULTAR-AGENDA'
                          USING WS-CD-TURMA, WS-CD-MATERIA,
                                WS-ANO-LETIVO, WS-BIMESTRE,
                                WS-NR-AVALIACAO, WS-DATA-AGENDA,
                                WS-TIPO-AGENDA, WS-RETORNO-AGENDA
            EVALUATE WS-RETORNO-AGENDA
               WHEN 0
                  DISPLAY 'NOTA ' WS-IDX ' - AVALIACAO AGENDADA EM '
                          WS-DATA-AGENDA ' (TIPO ' WS-TIPO-AGENDA ')'
               WHEN 1
                  DISPLAY '*******************************************'
                          '****'
                  DISPLAY '* AVISO: NOTA ' WS-IDX ' SEM AVALIACAO '
                          'PLANEJADA NA AGENDA *'
                  DISPLAY '*******************************************'
                          '****'
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            .
       P519-FIM.
      *-----------------------------------------------------------------
      * ISENCAO POR ATESTADO: PERGUNTA A DATA DA AVALIACAO E CONSULTA
      * O REGISTRO DE ATESTADOS (CONSULTAR-ATESTADO) - DENTRO DE UM
      * ATESTADO VALIDO A NOTA EH ISENTADA AUTOMATICAMENTE (VEJA
