      ******************************************************************
      * Versao corrente do layout de cada arquivo principal - a que
      * o programa foi compilado para ler e gravar. Conferida contra
      * o carimbo do arquivo (veja LAYOUT-CONTROLE-RECORD e
      * CONFERIR-LAYOUT) antes de qualquer OPEN: programa velho com
      * arquivo novo, ou arquivo velho (backup, ano arquivado) com
      * programa novo, para com erro em vez de ler com o deslocamento
      * errado.
      * QUEM ACRESCENTAR CAMPO EM STUDENT-RECORD, NOTAS-HIST-RECORD
      * OU PENDENTE-RECORD SOBE A VERSAO AQUI E REGISTRA O PASSO DE
      * CONVERSAO DA VERSAO ANTERIOR PARA A NOVA NO CONVERTER-LAYOUT.
      * Versoes registradas (tamanho do registro):
      *   STUDENT-RECORD    1 (47) 2 (55) NR-MATRICULA
      *                     3 (63) DT-SITUACAO  4 (65) CD-UNIDADE
      *                     5 (70) CD-STUDENT-SOBREVIVENTE
      *   NOTAS-HIST-RECORD 1 (107) 2 (112) ANO/BIMESTRE
      *                     3 (113) TIPO  4 (117) FREQUENCIA
      *                     5 (120) ESCALA  6 (122) UNIDADE
      *   PENDENTE-RECORD   1 (227) 2 (231) ABONADAS
      *                     3 (234) ESCALA  4 (235) ORIGEM
      ******************************************************************
       01 VERSOES-LAYOUT.
          03 VL-STUDENT.
             05 FILLER             PIC X(20)  VALUE 'STUDENT-RECORD'.
             05 FILLER             PIC 9(03)  VALUE 5.
          03 VL-NOTAS-HIST.
             05 FILLER             PIC X(20)  VALUE 'NOTAS-HIST-RECORD'.
             05 FILLER             PIC 9(03)  VALUE 6.
          03 VL-PENDENTE.
             05 FILLER             PIC X(20)  VALUE 'PENDENTE-RECORD'.
             05 FILLER             PIC 9(03)  VALUE 4.
