      ******************************************************************
      * Layout do carimbo de layout de um arquivo de dados (X.LAY, ao
      * lado de cada X.TXT principal - veja CONFERIR-LAYOUT): o nome
      * do layout (o copybook do registro), a versao e o tamanho do
      * registro com que o arquivo foi gravado, e quem carimbou. O
      * carimbo fica num arquivo proprio, e nao dentro do dado, porque
      * o STUDENT.TXT eh RELATIVE com o slot = CD-STUDENT (nao ha slot
      * livre para um registro de controle) e porque os leitores
      * sequenciais de NOTAS-HIST.TXT/PENDENTES.TXT seguem lendo todas
      * as linhas como dado. Quem copia o arquivo (backup, ano
      * arquivado) copia o .LAY junto.
      ******************************************************************
       01 REG-LAYOUT-CONTROLE.
          03 LC-NOME-LAYOUT        PIC X(20).
          03 LC-VERSAO             PIC 9(03).
          03 LC-TAMANHO-REGISTRO   PIC 9(05).
          03 LC-DATA-CARIMBO       PIC 9(08).
          03 LC-HORA-CARIMBO       PIC 9(08).
          03 LC-PROGRAMA           PIC X(20).
