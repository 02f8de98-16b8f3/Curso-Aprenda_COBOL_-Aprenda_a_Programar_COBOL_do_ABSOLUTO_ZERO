      ******************************************************************
      * Layout dos alunos do transporte escolar (TRANSPORTE-ALUNOS.TXT):
      * um registro por aluno (CD-STUDENT) com a rota (ROTAS.TXT, veja
      * ROTA-RECORD.CPY) e o numero da parada onde embarca, mantido
      * pelo PROGARQ024. Datas em DDMMAAAA. O aluno que sai do
      * transporte eh desligado (TP-SITUACAO 'D'), nunca removido,
      * para que o relatorio mensal do PNATE ainda o conte no mes em
      * que foi transportado. TP-MOTIVO guarda a causa: 'M' = pela
      * secretaria no PROGARQ024; senao a situacao do aluno no mestre
      * (ST-ALUNO - 'T' transferido, 'V' evadido etc.) quando o
      * TRANSPORTE-DIARIO desliga sozinho quem deixou de estar ativo
      * ('X' = aluno que sumiu do mestre).
      ******************************************************************
       01 REG-PASSAGEIRO.
          03 TP-CD-STUDENT         PIC 9(05).
          03 TP-CD-ROTA            PIC X(05).
          03 TP-NR-PARADA          PIC 9(02).
          03 TP-DATA-INICIO        PIC 9(08).
          03 TP-SITUACAO           PIC X(01).
             88 TP-ATIVO                  VALUE 'A'.
             88 TP-DESLIGADO              VALUE 'D'.
          03 TP-DATA-SITUACAO      PIC 9(08).
          03 TP-MOTIVO             PIC X(01).
