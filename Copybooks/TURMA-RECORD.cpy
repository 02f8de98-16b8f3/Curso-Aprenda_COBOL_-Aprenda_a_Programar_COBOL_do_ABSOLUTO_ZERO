          03 TU-LIMIAR-RECUPERACAO PIC 9(03).
          03 TU-FREQUENCIA-MINIMA  PIC 9(03).
          03 TU-QTD-NOTAS          PIC 9(02).
      * REGIME DE AVALIACAO DA TURMA: 'N' NUMERICO (NOTAS E MEDIA) OU
      * 'D' DESCRITIVO (PARECER POR ALUNO/MATERIA/BIMESTRE, SEM MEDIA
      * NEM APROVADO/REPROVADO - ANOS INICIAIS DO FUNDAMENTAL, VEJA
      * RECEBER-PARECER E PARECER-RECORD). REGISTRO ANTERIOR AO CAMPO
      * (AREA EM BRANCO) EH NUMERICO.
          03 TU-REGIME-AVALIACAO   PIC X(01).
             88 TU-REGIME-NUMERICO        VALUE 'N' SPACE.
             88 TU-REGIME-DESCRITIVO      VALUE 'D'.
      * UNIDADE ESCOLAR DA REDE A QUE A TURMA PERTENCE (VEJA
      * UNIDADE-RECORD.CPY) - DAQUI SAI A UNIDADE DO ALUNO, DA NOTA E
      * DA CHAMADA. REGISTRO ANTERIOR AO CAMPO (AREA EM BRANCO) EH DA
      * UNIDADE '01'.
          03 TU-CD-UNIDADE         PIC X(02).
      * REGIME DE PERIODOS DA TURMA: 'B' BIMESTRAL (QUATRO BIMESTRES,
      * O ENSINO REGULAR) OU 'S' SEMESTRAL (DOIS SEMESTRES - EJA
      * NOTURNO). CADA REGIME TEM O PROPRIO PERIODO ABERTO/FECHADO EM
      * PERIODO-LETIVO.TXT E OS PROPRIOS PESOS/REGRAS EM CONFIG-
      * PROMOCAO.TXT; NA TURMA SEMESTRAL O "BIMESTRE" DOS REGISTROS
      * (NH-BIMESTRE, PZ-BIMESTRE ...) EH O NUMERO DO SEMESTRE.
      * REGISTRO ANTERIOR AO CAMPO (AREA EM BRANCO) EH BIMESTRAL.
          03 TU-REGIME-PERIODO     PIC X(01).
             88 TU-PERIODO-BIMESTRAL      VALUE 'B' SPACE.
             88 TU-PERIODO-SEMESTRAL      VALUE 'S'.
