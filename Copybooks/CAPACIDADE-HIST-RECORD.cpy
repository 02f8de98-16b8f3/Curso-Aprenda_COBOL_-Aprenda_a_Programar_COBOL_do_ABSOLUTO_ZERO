      ******************************************************************
      * Layout do historico de capacidade (CAPACIDADE-HIST.TXT): uma
      * leitura por arquivo de dados a cada execucao do
      * CAPACIDADE-ARQUIVOS (mensal) - quantidade de registros, bytes
      * em disco, maior valor do contador do arquivo (posicao do
      * STUDENT.TXT, sequencia do spool e da auditoria) e a data do
      * registro mais antigo. A tendencia de crescimento e a data
      * projetada para o limite saem destas leituras; o arquivo so
      * cresce (uma linha por arquivo por execucao).
      ******************************************************************
       01 REG-CAPACIDADE-HIST.
          03 CP-DATA-LEITURA       PIC 9(08).
          03 CP-ARQUIVO            PIC X(24).
          03 CP-QTD-REGISTROS      PIC 9(09).
          03 CP-BYTES              PIC 9(12).
      * MAIOR CD-STUDENT OCUPADO (STUDENT.TXT), MAIOR SP-SEQ
      * (SPOOL-INDICE.TXT) OU MAIOR AU-SEQUENCIA (AUDITORIA.TXT); ZERO
      * PARA ARQUIVO SEM CONTADOR.
          03 CP-MAIOR-CONTADOR     PIC 9(09).
          03 CP-DATA-MAIS-ANTIGA   PIC 9(08).
