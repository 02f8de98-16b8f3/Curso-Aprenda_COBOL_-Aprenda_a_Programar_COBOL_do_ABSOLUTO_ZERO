      ******************************************************************
      * Layout do registro de atrasos e saidas antecipadas da portaria
      * (ATRASOS-SAIDAS.TXT): um registro por ocorrencia - aluno que
      * chegou depois do inicio das aulas ou foi buscado antes do fim
      * - com data (DDMMAAAA, como a chamada), hora (HHMM), quem
      * buscou (so na saida) e o motivo. Gravado pelo ATRASOS-SAIDAS,
      * que tambem emite o relatorio mensal de reincidentes e a carta
      * a familia. AS-AULA diz onde o dia do aluno comecou ou acabou:
      * no ATRASO eh a primeira aula assistida (as anteriores foram
      * perdidas); na SAIDA eh a ultima aula assistida (as seguintes
      * foram perdidas). As aulas perdidas saem do horario da turma
      * (HORARIO.TXT): REGISTRAR-CHAMADA as marca como falta via
      * CONSULTAR-ATRASO-SAIDA, e a chamada do dia ja lancada com
      * presenca eh corrigida na hora do registro (estorno + correcao,
      * como no CORRIGIR-CHAMADA) - AS-AULAS-CORRIGIDAS guarda
      * quantas.
      ******************************************************************
       01 REG-ATRASO-SAIDA.
          03 AS-CD-STUDENT         PIC 9(05).
          03 AS-CD-TURMA           PIC X(05).
          03 AS-DATA               PIC 9(08).
          03 AS-HORA               PIC 9(04).
          03 AS-TIPO               PIC X(01).
             88 AS-ATRASO                 VALUE 'A'.
             88 AS-SAIDA-ANTECIPADA       VALUE 'S'.
          03 AS-AULA               PIC 9(01).
          03 AS-NM-BUSCOU          PIC X(30).
          03 AS-MOTIVO             PIC X(40).
          03 AS-OPERADOR           PIC X(10).
          03 AS-DATA-REGISTRO      PIC 9(08).
          03 AS-AULAS-CORRIGIDAS   PIC 9(02).
