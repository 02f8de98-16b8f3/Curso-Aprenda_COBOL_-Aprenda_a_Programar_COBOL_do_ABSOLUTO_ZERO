      * Layout do historico de notas (NOTAS-HIST.TXT): um registro por
      * boletim emitido com sucesso, para consulta/acumulo entre
      * periodos (ex.: calculo de CR, listagem filtrada por status).
      * Versao do layout: VERSOES-LAYOUT.CPY. Campo novo entra no fim
      * do registro, sobe a versao la e registra o passo de conversao
      * no CONVERTER-LAYOUT (o arquivo eh carimbado - veja
      * CONFERIR-LAYOUT).
      ******************************************************************
       01 REG-NOTAS-HIST.
          03 NH-CD-STUDENT         PIC 9(05).
      * original. Registro anterior ao campo (area em branco) vale
      * 100, a escala historica da casa.
          03 NH-ESCALA             PIC 9(03).
      * UNIDADE ESCOLAR DA REDE EM QUE A NOTA FOI LANCADA (A DA TURMA
      * NO MOMENTO - VEJA UNIDADE-RECORD.CPY): O HISTORICO NAO MUDA
      * DE UNIDADE QUANDO O ALUNO MUDA. REGISTRO ANTERIOR AO CAMPO
      * (AREA EM BRANCO) EH DA UNIDADE '01'. O REGISTRO PASSOU DE 120
      * PARA 122 POSICOES: A IMAGEM NO JORNAL LEVA ESTE CAMPO A PARTE
      * (VEJA JORNAL-RECORD.CPY).
          03 NH-CD-UNIDADE         PIC X(02).
