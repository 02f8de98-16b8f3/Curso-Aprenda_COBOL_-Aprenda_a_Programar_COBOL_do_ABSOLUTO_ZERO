      ******************************************************************
      * Layout do registro de ocorrencias disciplinares
      * (OCORRENCIAS.TXT): um registro por ocorrencia lancada pela
      * coordenacao - advertencia verbal, advertencia escrita ou
      * suspensao - com o periodo (DDMMAAAA; na advertencia inicio e
      * fim sao o mesmo dia), o operador que registrou, a descricao
      * do fato e a data do lancamento (AAAAMMDD, data do sistema).
      * Mantido pelo PROGARQ017. A suspensao eh consultada por
      * CONSULTAR-SUSPENSAO para que REGISTRAR-CHAMADA marque 'S' em
      * vez de 'F' nos dias suspensos; advertencia escrita e
      * suspensao geram carta a familia (GERAR-CARTAS, OPCAO 4), que
      * marca OC-CARTA-EMITIDA para nao emitir a mesma carta de novo.
      ******************************************************************
       01 REG-OCORRENCIA.
          03 OC-CD-STUDENT         PIC 9(05).
          03 OC-TIPO               PIC X(01).
             88 OC-ADVERTENCIA-VERBAL      VALUE 'V'.
             88 OC-ADVERTENCIA-ESCRITA     VALUE 'E'.
             88 OC-SUSPENSAO               VALUE 'S'.
             88 OC-TIPO-VALIDO             VALUE 'V' 'E' 'S'.
          03 OC-DATA-INICIO        PIC 9(08).
          03 OC-DATA-FIM           PIC 9(08).
          03 OC-OPERADOR           PIC X(10).
          03 OC-DESCRICAO          PIC X(40).
          03 OC-DATA-REGISTRO      PIC 9(08).
          03 OC-CARTA-EMITIDA      PIC X(01).
             88 OC-CARTA-JA-EMITIDA        VALUE 'S'.
