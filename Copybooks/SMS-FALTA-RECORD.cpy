      ******************************************************************
      * Layout do arquivo de remessa ao provedor de SMS
      * (AVISOS-FALTA-SMS.TXT): um registro por telefone de
      * responsavel por aluno com falta no dia, gerado toda noite pelo
      * AVISO-FALTAS-SMS. Telefone so com digitos (DDD + numero),
      * alinhado a esquerda; data da falta em DDMMAAAA; mensagem ja
      * montada, pronta para envio. Layout fixo combinado com o
      * provedor - nao alterar sem avisar o fornecedor.
      ******************************************************************
       01 REG-SMS-FALTA.
          03 SM-TELEFONE           PIC X(15).
          03 SM-CD-STUDENT         PIC 9(05).
          03 SM-DATA-FALTA         PIC 9(08).
          03 SM-QTD-AULAS          PIC 9(02).
          03 SM-MENSAGEM           PIC X(120).
