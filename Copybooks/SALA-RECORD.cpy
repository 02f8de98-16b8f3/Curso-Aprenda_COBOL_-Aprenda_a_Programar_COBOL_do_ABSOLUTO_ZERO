      ******************************************************************
      * Layout do cadastro de salas (SALAS.TXT): um registro por
      * espaco fisico da escola com a capacidade (lugares) e o tipo -
      * 'R' SALA REGULAR, 'L' LABORATORIO, 'Q' QUADRA, 'A'
      * AUDITORIO. Mantido pelo PROGARQ019. O horario de aulas
      * (HORARIO.TXT, veja HR-CD-SALA) e as sessoes de prova de
      * recuperacao (AG-LOCAL em AGENDA-RECUPERACAO.TXT) passam a
      * apontar para o codigo da sala daqui, em vez de texto livre.
      ******************************************************************
       01 REG-SALA.
          03 SL-CD-SALA            PIC X(05).
          03 SL-DESCRICAO          PIC X(30).
          03 SL-CAPACIDADE         PIC 9(03).
          03 SL-TIPO               PIC X(01).
             88 SL-REGULAR                VALUE 'R'.
             88 SL-LABORATORIO            VALUE 'L'.
             88 SL-QUADRA                 VALUE 'Q'.
             88 SL-AUDITORIO              VALUE 'A'.
             88 SL-TIPO-VALIDO            VALUE 'R' 'L' 'Q' 'A'.
