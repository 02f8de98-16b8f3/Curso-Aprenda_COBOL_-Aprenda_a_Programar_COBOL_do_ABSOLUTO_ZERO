          03 OP-BLOQUEADO          PIC X(01).
             88 OP-ESTA-BLOQUEADO         VALUE 'B'.
          03 OP-TROCA-OBRIGATORIA  PIC X(01).
      * UNIDADE ESCOLAR A QUE O OPERADOR ESTA RESTRITO (VEJA
      * UNIDADE-RECORD.CPY E SELECIONAR-UNIDADE): OS LOTES E
      * RELATORIOS QUE ELE RODA SAEM SO DA UNIDADE DELE. EM BRANCO =
      * OPERADOR DA REDE (TODAS AS UNIDADES) - O CASO DOS REGISTROS
      * ANTERIORES AO CAMPO, ATE O PROGARQ010 DEFINIR A UNIDADE.
          03 OP-CD-UNIDADE         PIC X(02).
