      ******************************************************************
      * Area de troca com o LER-AMBIENTE (veja AMBIENTE-RECORD): o
      * chamador informa onde fica a marca de ambiente em relacao ao
      * seu diretorio ('../../AMBIENTE.TXT' no Modulo_2, '../AMBIENTE.
      * TXT' no Modulo_3) e recebe o ambiente e a faixa que deve sair
      * no alto de toda tela e de todo relatorio do treinamento.
      ******************************************************************
       01 CAMPOS-AMBIENTE.
          03 AI-NOME-MARCA         PIC X(40).
          03 AI-AMBIENTE           PIC X(01).
             88 AI-PRODUCAO               VALUE 'P'.
             88 AI-TREINAMENTO            VALUE 'T'.
          03 AI-DATA-MONTAGEM      PIC 9(08).
          03 AI-FAIXA              PIC X(80).
