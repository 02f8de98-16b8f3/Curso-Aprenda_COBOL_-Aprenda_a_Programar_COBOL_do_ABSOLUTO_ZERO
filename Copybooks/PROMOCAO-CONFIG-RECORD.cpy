      ******************************************************************
      * Layout da configuracao da promocao anual (CONFIG-PROMOCAO.TXT):
      * UM REGISTRO POR REGIME DE PERIODOS (veja PC-REGIME) com o
      * ano letivo, os pesos de cada bimestre na media anual por
      * materia (o regimento pedagogico da rede da
      * peso maior ao 4o bimestre) e o maximo de materias que podem
      * ser levadas como dependencia na promocao (a rede permite ate
      * duas). Mantido pelo CONTROLE-PERIODO (opcao propria do menu,
          03 PC-PESO-BIMESTRE OCCURS 4 TIMES
                                   PIC 9(02).
          03 PC-MAX-DEPENDENCIAS   PIC 9(01).
      * REGIME A QUE A CONFIGURACAO SE APLICA (VEJA TU-REGIME-
      * PERIODO): UM REGISTRO POR REGIME. NO SEMESTRAL SO OS DOIS
      * PRIMEIROS PESOS VALEM (UM POR SEMESTRE). SEM REGISTRO DO
      * SEMESTRAL, VALEM PESOS IGUAIS E ZERO DEPENDENCIAS. REGISTRO
      * ANTERIOR AO CAMPO (AREA EM BRANCO) EH O BIMESTRAL.
          03 PC-REGIME             PIC X(01).
             88 PC-REGIME-BIMESTRAL       VALUE 'B' SPACE.
             88 PC-REGIME-SEMESTRAL       VALUE 'S'.
