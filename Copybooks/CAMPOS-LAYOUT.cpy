      ******************************************************************
      * Area de troca com o CONFERIR-LAYOUT (veja LAYOUT-CONTROLE-
      * RECORD): o chamador informa o arquivo de dados, o layout e a
      * versao com que foi compilado (um grupo de VERSOES-LAYOUT
      * movido para LY-LAYOUT), o tamanho do registro (LENGTH OF do
      * registro da FD; zero = nao conferir tamanho), o proprio nome
      * e o log de erros do seu diretorio (como o AI-NOME-MARCA do
      * CAMPOS-AMBIENTE: '../ERROS.TXT' no Modulo_3; em branco =
      * '../../ERROS.TXT', o do Modulo_2).
      *   'C' = CONFERIR O CARIMBO CONTRA A VERSAO DO PROGRAMA
      *   'G' = GRAVAR O CARIMBO (ARQUIVO RECEM-CRIADO OU CONVERTIDO)
      *   'L' = SO LER O CARIMBO (DEVOLVIDO EM LY-ENCONTRADO)
      ******************************************************************
       01 CAMPOS-LAYOUT.
          03 LY-OPERACAO           PIC X(01).
             88 LY-CONFERIR               VALUE 'C'.
             88 LY-CARIMBAR               VALUE 'G'.
             88 LY-LER-CARIMBO            VALUE 'L'.
          03 LY-NOME-ARQUIVO       PIC X(40).
          03 LY-LAYOUT.
             05 LY-NOME-LAYOUT     PIC X(20).
             05 LY-VERSAO          PIC 9(03).
          03 LY-TAMANHO            PIC 9(05).
          03 LY-PROGRAMA           PIC X(20).
          03 LY-ENCONTRADO.
             05 LY-NOME-ENCONTRADO PIC X(20).
             05 LY-VERSAO-ENCONTRADA PIC 9(03).
             05 LY-TAMANHO-ENCONTRADO PIC 9(05).
          03 LY-NOME-ERROS         PIC X(40).
