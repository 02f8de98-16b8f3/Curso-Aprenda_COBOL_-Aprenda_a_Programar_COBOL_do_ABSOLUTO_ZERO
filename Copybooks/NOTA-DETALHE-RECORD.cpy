          03 ND-ISENTA             PIC X(01).
          03 ND-DATA-LANCAMENTO    PIC 9(08).
          03 ND-HORA-LANCAMENTO    PIC 9(08).
      * AVALIACAO ADAPTADA PARA ALUNO COM PEI (VEJA AEE-RECORD.CPY E
      * CONSULTAR-AEE): 'S' = INSTRUMENTO ADAPTADO - O DIARIO E O
      * BOLETIM MARCAM A NOTA, E O QUADRO DE HONRA/ESTATISTICA DEIXAM
      * A COORDENACAO INCLUIR OU EXCLUIR O RESULTADO. REGISTROS
      * ANTERIORES A ESTE CAMPO TEM A AREA EM BRANCO (NAO ADAPTADA).
          03 ND-ADAPTADA           PIC X(01).
