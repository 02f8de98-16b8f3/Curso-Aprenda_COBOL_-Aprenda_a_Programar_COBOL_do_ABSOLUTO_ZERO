      ******************************************************************
      * Area de troca com o CONFERIR-DIVULGACAO (veja DIVULGACAO-
      * RECORD): o chamador informa o proprio nome, o operador (ou
      * 'N/D' no programa que nao pede operador), se roda em previa
      * interna e o periodo/turma do documento. DG-REGIME eh o regime
      * de periodos da turma do documento ('B'/'S', veja TU-REGIME-
      * PERIODO); em branco o CONFERIR-DIVULGACAO busca o regime pela
      * turma (sem turma, bimestral).
      *   'C' = CONFERIR O PERIODO E CONTAR O DOCUMENTO SE RETIDO
      *   'Q' = SO CONFERIR (NAO CONTA - PASSADA REPETIDA)
      *   'E' = ENCERRAR: GRAVA NO LOG UMA RECUSA (OU PREVIA) POR
      *         PERIODO/TURMA CONTADO NA EXECUCAO
      * Volta a data de divulgacao (zero = sem data programada) e a
      * situacao: 'L' = LIBERADO, 'E' = EMBARGADO, 'S' = SEM CONTROLE
      * DE DIVULGACAO (ARQUIVO AINDA INEXISTENTE - TRANSICAO, SAI).
      * DG-FAIXA-PREVIA volta com a marca d'agua da previa interna:
      * sai no alto do documento e junto de cada resultado nao
      * divulgado.
      ******************************************************************
       01 CAMPOS-DIVULGACAO.
          03 DG-OPERACAO           PIC X(01).
             88 DG-CONFERIR               VALUE 'C'.
             88 DG-SO-CONSULTAR           VALUE 'Q'.
             88 DG-ENCERRAR               VALUE 'E'.
          03 DG-PROGRAMA           PIC X(20).
          03 DG-OPERADOR           PIC X(10).
          03 DG-MODO               PIC X(01).
             88 DG-MODO-FAMILIA           VALUE 'F'.
             88 DG-MODO-PREVIA            VALUE 'P'.
          03 DG-ANO-LETIVO         PIC 9(04).
          03 DG-BIMESTRE           PIC 9(01).
          03 DG-CD-TURMA           PIC X(05).
          03 DG-REGIME             PIC X(01).
          03 DG-DATA-DIVULGACAO    PIC 9(08).
          03 DG-SITUACAO           PIC X(01).
             88 DG-LIBERADO               VALUE 'L' 'S'.
             88 DG-EMBARGADO              VALUE 'E'.
          03 DG-QTD-RETIDOS        PIC 9(05).
          03 DG-FAIXA-PREVIA       PIC X(80).
