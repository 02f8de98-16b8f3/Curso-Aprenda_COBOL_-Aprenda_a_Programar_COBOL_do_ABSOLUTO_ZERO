      ******************************************************************
      * Layout dos tempos de lote (TEMPOS-LOTE.TXT): um registro por
      * programa de lote, por passo da cadeia noturna e pela cadeia
      * inteira, regravado toda noite pelo TENDENCIA-LOTE a partir de
      * EXECUCOES.TXT - media movel das ultimas execucoes normais,
      * pior caso ja visto, a ultima execucao e se ela estourou a
      * media. O ORQUESTRADOR le o maximo de cada passo para avisar
      * quando a noite passa do pior caso ja visto, e o
      * RELATORIO-MATINAL repete os estouros do dia. Tempos em
      * segundos.
      ******************************************************************
       01 REG-TEMPO-LOTE.
      * 'P' = PROGRAMA (PELO REGISTRO DELE NO LOG), 'S' = PASSO DO
      * PLANO NOTURNO (PELO REGISTRO DO ORQUESTRADOR, INCLUI O PASSO
      * QUE NAO REGISTRA EXECUCAO), 'C' = CADEIA NOTURNA INTEIRA.
          03 TL-TIPO               PIC X(01).
             88 TL-TIPO-PROGRAMA          VALUE 'P'.
             88 TL-TIPO-PASSO             VALUE 'S'.
             88 TL-TIPO-CADEIA            VALUE 'C'.
          03 TL-PROGRAMA           PIC X(20).
          03 TL-QTD-EXECUCOES      PIC 9(05).
          03 TL-MEDIA-SEGUNDOS     PIC 9(06).
          03 TL-MAXIMO-SEGUNDOS    PIC 9(06).
          03 TL-DATA-MAXIMO        PIC 9(08).
          03 TL-ULTIMA-DATA        PIC 9(08).
          03 TL-ULTIMA-SEGUNDOS    PIC 9(06).
      * 'S' = A ULTIMA EXECUCAO PASSOU DA MEDIA DAS ANTERIORES MAIS O
      * PERCENTUAL DE TOLERANCIA (TL-PERC-ACIMA = QUANTO PASSOU).
          03 TL-ESTOURO            PIC X(01).
             88 TL-ESTOUROU               VALUE 'S'.
          03 TL-PERC-ACIMA         PIC 9(04).
      * SO NO REGISTRO DA CADEIA: JANELA DE LOTE EM MINUTOS E QUANTAS
      * NOITES FALTAM, NO RITMO DE CRESCIMENTO ATUAL, PARA A CADEIA
      * NAO CABER MAIS NELA (0 = JA NAO CABE; 9999 = SEM TENDENCIA DE
      * ALTA OU HISTORICO CURTO DEMAIS PARA PROJETAR).
          03 TL-JANELA-MINUTOS     PIC 9(04).
          03 TL-NOITES-PARA-JANELA PIC 9(04).
