      ******************************************************************
      * Layout da marca de ambiente (AMBIENTE.TXT, na raiz dos dados -
      * veja LER-AMBIENTE e MONTAR-TREINAMENTO): so existe na copia de
      * treinamento/homologacao, gravada pelo MONTAR-TREINAMENTO junto
      * com os dados anonimizados. Raiz sem a marca eh producao. Os
      * programas sao os mesmos: rodados de dentro de
      * TREINAMENTO/Modulo_2/DesafioModulo2 (ou TREINAMENTO/Modulo_3),
      * os caminhos relativos dos arquivos caem na copia.
      ******************************************************************
       01 REG-AMBIENTE.
          03 AN-AMBIENTE           PIC X(01).
             88 AN-TREINAMENTO            VALUE 'T'.
          03 AN-DATA-MONTAGEM      PIC 9(08).
          03 AN-HORA-MONTAGEM      PIC 9(06).
          03 AN-OPERADOR           PIC X(10).
          03 AN-QTD-ARQUIVOS       PIC 9(04).
