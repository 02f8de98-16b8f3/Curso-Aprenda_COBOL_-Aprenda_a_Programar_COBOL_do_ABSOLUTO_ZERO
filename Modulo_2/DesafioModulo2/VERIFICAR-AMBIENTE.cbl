      *          VELHA, ESCALA SEM CONFIGURAR. AQUI TUDO EH CONFERIDO
      *          DE UMA VEZ, ANTES DO PRIMEIRO ALUNO: PRESENCA/
      *          LEITURA DE CADA MESTRE (STUDENT, TURMAS, MATERIAS,
      *          ATRIBUICOES, CALENDARIO, CONFIG-ESCALA), O CARIMBO
      *          DE LAYOUT DE STUDENT/NOTAS-HIST/PENDENTES, O PERIODO
      *          LETIVO ABERTO, A TRAVA DE GRAVACAO LIVRE E O
      *          CHECKPOINT CONSISTENTE. O DIAGNOSTICO SAI CONSOLIDADO
      *          NO CONSOLE E O CHAMADOR RECEBE A CONTAGEM DE
      * PERIODO LETIVO CORRENTE (VEJA LER-PERIODO).
       77 WS-RETORNO-LER-PERIODO      PIC 9(01)       VALUE 0.
           COPY PERIODO-RECORD.
      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
       LINKAGE SECTION.
       01 WS-QTD-PROBLEMAS            PIC 9(02).
       01 WS-RETORNO-AMBIENTE         PIC 9(01)       VALUE 0.
            DISPLAY 'PRE-VOO DO AMBIENTE:'

            PERFORM P100-CONFERIR-MESTRES
            PERFORM P150-CONFERIR-LAYOUTS
            PERFORM P200-CONFERIR-PERIODO
            PERFORM P300-CONFERIR-TRAVA
            PERFORM P400-CONFERIR-CHECKPOINT
            END-IF
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * CARIMBO DE LAYOUT DOS ARQUIVOS QUE O LOTE LE E GRAVA (VEJA
      * CONFERIR-LAYOUT): ARQUIVO EM OUTRA VERSAO VIRA PROBLEMA DO
      * PRE-VOO, NAO LIXO NO MEIO DO LOTE. SO O MESTRE TEM FD AQUI -
      * NOS OUTROS DOIS O TAMANHO NAO EH CONFERIDO.
      *-----------------------------------------------------------------
       P150-CONFERIR-LAYOUTS.
            SET LY-CONFERIR TO TRUE
            MOVE 'VERIFICAR-AMBIENTE' TO LY-PROGRAMA

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P160-CHAMAR-CONFERENCIA

            MOVE '../../NOTAS-HIST.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-NOTAS-HIST TO LY-LAYOUT
            MOVE 0 TO LY-TAMANHO
            PERFORM P160-CHAMAR-CONFERENCIA

            MOVE '../../PENDENTES.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-PENDENTE TO LY-LAYOUT
            MOVE 0 TO LY-TAMANHO
            PERFORM P160-CHAMAR-CONFERENCIA
            .
       P150-FIM.
      *-----------------------------------------------------------------
       P160-CHAMAR-CONFERENCIA.
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               ADD 1 TO WS-QTD-PROBLEMAS
               DISPLAY '  - ' LY-NOME-ARQUIVO ' COM LAYOUT DIFERENTE '
                       'DO PROGRAMA - CONVERTER-LAYOUT'
            END-IF
            .
       P160-FIM.
      *-----------------------------------------------------------------
       P200-CONFERIR-PERIODO.
            CALL 'LER-PERIODO'
