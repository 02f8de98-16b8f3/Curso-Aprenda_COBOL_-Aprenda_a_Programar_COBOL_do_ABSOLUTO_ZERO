      ******************************************************************
      * Layout do controle do periodo letivo corrente (PERIODO-
      * LETIVO.TXT): UM REGISTRO POR REGIME DE PERIODOS (bimestral e,
      * com turmas de EJA, semestral) com o ano letivo e o periodo
      * em vigor e a situacao (A = ABERTO, F = FECHADO), mantido pelo
      * CONTROLE-PERIODO e consultado via LER-PERIODO (o bimestral) e
      * LER-PERIODO-REGIME (o de um regime qualquer). Todo registro
      * de historico gravado por PRINCIPAL/IMPORTAR-NOTAS recebe o
      * carimbo do periodo corrente (NH-ANO-LETIVO/NH-BIMESTRE), e o
      * lancamento de notas eh RECUSADO com o periodo FECHADO -
          03 PE-SITUACAO           PIC X(01).
             88 PERIODO-ABERTO            VALUE 'A'.
             88 PERIODO-FECHADO           VALUE 'F'.
      * REGIME DO CONTROLE (VEJA TU-REGIME-PERIODO): O ARQUIVO TEM UM
      * REGISTRO POR REGIME EM USO - 'B' BIMESTRAL (PE-BIMESTRE 1 A 4)
      * E 'S' SEMESTRAL (PE-BIMESTRE = SEMESTRE, 1 OU 2) - E CADA UM
      * ABRE E FECHA SOZINHO. REGISTRO ANTERIOR AO CAMPO (AREA EM
      * BRANCO) EH O BIMESTRAL.
          03 PE-REGIME             PIC X(01).
             88 PE-REGIME-BIMESTRAL       VALUE 'B' SPACE.
             88 PE-REGIME-SEMESTRAL       VALUE 'S'.
