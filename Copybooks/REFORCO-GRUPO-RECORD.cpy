      ******************************************************************
      * Layout dos grupos de reforco escolar (REFORCO-GRUPOS.TXT): um
      * registro por grupo de contraturno de uma materia, formado a
      * partir do bimestre de diagnostico (RG-ANO-LETIVO/RG-BIMESTRE)
      * com os alunos abaixo do limiar de recuperacao no NOTAS-HIST.
      * O REFORCO-ESCOLAR propoe o grupo com o tutor (professor
      * atribuido a materia) e o horario semanal tirado da
      * disponibilidade dele (DISPONIBILIDADE.TXT, mesma numeracao de
      * dia/periodo do HORARIO.TXT); a coordenacao confirma ou
      * cancela. Situacao: P = PROPOSTO, C = CONFIRMADO, X =
      * CANCELADO. A media inicial de cada aluno fica gravada na
      * escala 0-100 (normalizada pela escala do historico) para o
      * relatorio de efetividade do bimestre seguinte.
      ******************************************************************
       01 REG-REFORCO-GRUPO.
          03 RG-ID                 PIC 9(05).
          03 RG-ANO-LETIVO         PIC 9(04).
          03 RG-BIMESTRE           PIC 9(01).
          03 RG-CD-MATERIA         PIC X(05).
          03 RG-CD-PROFESSOR       PIC 9(04).
          03 RG-DIA-SEMANA         PIC 9(01).
          03 RG-PERIODO-AULA       PIC 9(01).
          03 RG-SITUACAO           PIC X(01).
             88 RG-PROPOSTO               VALUE 'P'.
             88 RG-CONFIRMADO             VALUE 'C'.
             88 RG-CANCELADO              VALUE 'X'.
          03 RG-DATA-PROPOSTA      PIC 9(08).
          03 RG-OPERADOR-DECISAO   PIC X(10).
          03 RG-DATA-DECISAO       PIC 9(08).
          03 RG-QTD-ALUNOS         PIC 9(02).
          03 RG-ALUNO OCCURS 15 TIMES.
             05 RG-CD-STUDENT      PIC 9(05).
             05 RG-CD-TURMA        PIC X(05).
             05 RG-MEDIA-INICIAL   PIC 9(03)V9(01).
