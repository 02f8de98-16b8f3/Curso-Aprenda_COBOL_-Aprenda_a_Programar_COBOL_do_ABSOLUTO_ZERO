      ******************************************************************
      * Layout dos pedidos de segunda chamada (SEGUNDAS-CHAMADAS.TXT):
      * um registro por avaliacao perdida com justificativa (aluno/
      * materia/periodo + indice da avaliacao, o ND-IDX-AVALIACAO de
      * NOTA-DETALHE-RECORD). A prova perdida virava zero ou ISENTA
      * no RECEBER-NOTAS e as duas coisas distorciam a media; aqui o
      * pedido eh registrado, decidido pela coordenacao (deferido com
      * data agendada conferida no CALENDARIO.TXT, ou indeferido) e,
      * quando a nota chega, o SEGUNDA-CHAMADA remonta as notas do
      * lancamento com a nova nota no lugar da perdida, recalcula a
      * media pelo CALCULAR-MEDIA e grava um novo pendente (PD-ORIGEM
      * 'S') para o caminho normal do APROVAR-NOTAS. Situacao: A =
      * AGUARDANDO DECISAO, G = AGENDADA (DEFERIDA), I = INDEFERIDA,
      * R = REALIZADA (NOTA LANCADA). Datas em DDMMAAAA.
      ******************************************************************
       01 REG-SEGUNDA-CHAMADA.
          03 SG-ID                 PIC 9(05).
          03 SG-CD-STUDENT         PIC 9(05).
          03 SG-CD-TURMA           PIC X(05).
          03 SG-CD-MATERIA         PIC X(05).
          03 SG-ANO-LETIVO         PIC 9(04).
          03 SG-BIMESTRE           PIC 9(01).
          03 SG-IDX-AVALIACAO      PIC 9(02).
      * NOTA QUE A AVALIACAO TINHA NO LANCAMENTO (ZERO OU ISENTA).
          03 SG-NOTA-ORIGINAL      PIC 9(03)V9(01).
          03 SG-ISENTA-ORIGINAL    PIC X(01).
          03 SG-DATA-PEDIDO        PIC 9(08).
          03 SG-JUSTIFICATIVA      PIC X(40).
          03 SG-OPERADOR           PIC X(10).
          03 SG-SITUACAO           PIC X(01).
             88 SG-AGUARDANDO             VALUE 'A'.
             88 SG-AGENDADA               VALUE 'G'.
             88 SG-INDEFERIDA             VALUE 'I'.
             88 SG-REALIZADA              VALUE 'R'.
          03 SG-DATA-AGENDADA      PIC 9(08).
          03 SG-DATA-DECISAO       PIC 9(08).
          03 SG-OPERADOR-DECISAO   PIC X(10).
      * NOTA DA SEGUNDA CHAMADA E O CARIMBO DO PENDENTE GRAVADO COM
      * ELA (O MESMO DATA/HORA DO PENDENTE E DO NOTAS-DETALHE).
          03 SG-NOTA-SEGUNDA       PIC 9(03)V9(01).
          03 SG-DATA-LANCAMENTO    PIC 9(08).
          03 SG-HORA-LANCAMENTO    PIC 9(08).
