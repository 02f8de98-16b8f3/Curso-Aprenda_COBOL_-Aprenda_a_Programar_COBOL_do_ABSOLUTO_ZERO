      ******************************************************************
      * Layout do arquivo de casos FICAI (CASOS-FICAI.TXT) - a ficha
      * de acompanhamento da infrequencia que a lei manda a escola
      * manter antes de acionar o Conselho Tutelar. Dois tipos de
      * registro, com o numero do caso na frente:
      *   'C' = o caso (um por abertura), aberto pelo FICAI a partir
      *         dos alertas do ALERTA-EVASAO (ALERTAS-EVASAO.TXT);
      *   'E' = uma etapa do historico do caso, com data e operador.
      * Etapas: 'A' abertura, 'T' tentativa de contato com a familia,
      * 'V' visita domiciliar, 'C' encaminhamento ao Conselho
      * Tutelar, 'R' retorno do aluno (encerra) e 'F' encerramento
      * automatico pelo FICAI-ACOMPANHAMENTO quando o livro de
      * chamada mostra o aluno de volta com presenca regular.
      * CF-ETAPA-ATUAL/CF-DATA-ETAPA-ATUAL repetem a ultima etapa para
      * o controle de prazos nao precisar reler o historico. Datas em
      * DDMMAAAA.
      ******************************************************************
       01 REG-CASO-FICAI.
          03 CF-NR-CASO            PIC 9(05).
          03 CF-TIPO-REGISTRO      PIC X(01).
             88 CF-REG-CASO               VALUE 'C'.
             88 CF-REG-ETAPA              VALUE 'E'.
          03 CF-DADOS              PIC X(74).
          03 CF-DADOS-CASO REDEFINES CF-DADOS.
             05 CF-CD-STUDENT      PIC 9(05).
             05 CF-CD-TURMA        PIC X(05).
             05 CF-DATA-ABERTURA   PIC 9(08).
             05 CF-QTD-DIAS-ALERTA PIC 9(03).
             05 CF-ULTIMA-PRESENCA PIC 9(08).
             05 CF-SITUACAO        PIC X(01).
                88 CF-ABERTO              VALUE 'A'.
                88 CF-NO-CONSELHO         VALUE 'C'.
                88 CF-ENCERRADO           VALUE 'F'.
             05 CF-ETAPA-ATUAL     PIC X(01).
             05 CF-DATA-ETAPA-ATUAL PIC 9(08).
             05 CF-QTD-TENTATIVAS  PIC 9(02).
             05 CF-DATA-ENCERRAMENTO PIC 9(08).
             05 CF-OPERADOR-ABERTURA PIC X(10).
             05 FILLER             PIC X(15).
          03 CF-DADOS-ETAPA REDEFINES CF-DADOS.
             05 CF-ET-TIPO         PIC X(01).
                88 CF-ET-ABERTURA         VALUE 'A'.
                88 CF-ET-TENTATIVA        VALUE 'T'.
                88 CF-ET-VISITA           VALUE 'V'.
                88 CF-ET-CONSELHO         VALUE 'C'.
                88 CF-ET-RETORNO          VALUE 'R'.
                88 CF-ET-AUTOMATICO       VALUE 'F'.
             05 CF-ET-DATA         PIC 9(08).
             05 CF-ET-OPERADOR     PIC X(10).
             05 CF-ET-DESCRICAO    PIC X(50).
             05 FILLER             PIC X(05).
