      ******************************************************************
      * Layout do cadastro de atendimento educacional especializado
      * (AEE.TXT): um registro por aluno publico-alvo da educacao
      * especial com PEI (plano educacional individualizado),
      * CONFIDENCIAL - mantido so pela coordenacao no AEE-CADASTRO
      * (data e operador da ultima revisao ficam no registro). O
      * CONSULTAR-AEE diz aos lancamentos de nota se a avaliacao do
      * aluno naquela materia eh adaptada (ND-ADAPTADA no
      * NOTAS-DETALHE); a categoria e os recursos so saem no extrato
      * do censo (CENSO-ESCOLAR), nunca em boletim ou diario. Datas
      * do PEI em DDMMAAAA (fim 0 = PEI em vigor); data da revisao do
      * cadastro em AAAAMMDD.
      ******************************************************************
       01 REG-AEE.
          03 EE-CD-STUDENT         PIC 9(05).
      * CATEGORIA NA CLASSIFICACAO DO CENSO ESCOLAR: 01 = CEGUEIRA,
      * 02 = BAIXA VISAO, 03 = SURDEZ, 04 = DEFICIENCIA AUDITIVA,
      * 05 = SURDOCEGUEIRA, 06 = DEFICIENCIA FISICA, 07 = DEFICIENCIA
      * INTELECTUAL, 08 = DEFICIENCIA MULTIPLA, 09 = TRANSTORNO DO
      * ESPECTRO AUTISTA, 10 = ALTAS HABILIDADES/SUPERDOTACAO.
          03 EE-CATEGORIA          PIC 9(02).
             88 EE-CATEGORIA-VALIDA       VALUES 1 THRU 10.
          03 EE-DATA-INICIO-PEI    PIC 9(08).
      * PROXIMA REVISAO PREVISTA DO PEI (0 = NAO AGENDADA).
          03 EE-DATA-REVISAO-PEI   PIC 9(08).
          03 EE-DATA-FIM-PEI       PIC 9(08).
      * MATERIAS COM AVALIACAO ADAPTADA ('*****' = TODAS).
          03 EE-QTD-MATERIAS       PIC 9(02).
          03 EE-MATERIA-ADAPTADA OCCURS 10 TIMES
                                   PIC X(05).
      * PROFISSIONAL DE APOIO: P = PROFISSIONAL DE APOIO ESCOLAR,
      * I = TRADUTOR/INTERPRETE DE LIBRAS, G = GUIA-INTERPRETE,
      * A = PROFESSOR DE AEE; BRANCO = NENHUM.
          03 EE-NM-PROFISSIONAL    PIC X(30).
          03 EE-TIPO-PROFISSIONAL  PIC X(01).
             88 EE-PROF-APOIO-ESCOLAR     VALUE 'P'.
             88 EE-PROF-INTERPRETE        VALUE 'I'.
             88 EE-PROF-GUIA-INTERPRETE   VALUE 'G'.
             88 EE-PROF-AEE               VALUE 'A'.
             88 EE-PROF-VALIDO            VALUES 'P' 'I' 'G' 'A' ' '.
      * ATENDIMENTO NO CONTRATURNO EM SALA DE RECURSOS (S/N).
          03 EE-SALA-RECURSOS      PIC X(01).
      * RECURSO NAS AVALIACOES: L = LEDOR, T = TRANSCRITOR,
      * I = INTERPRETE DE LIBRAS, A = PROVA AMPLIADA, B = BRAILLE,
      * X = TEMPO ADICIONAL; BRANCO = NENHUM.
          03 EE-RECURSO-AVALIACAO  PIC X(01).
             88 EE-RECURSO-VALIDO
                             VALUES 'L' 'T' 'I' 'A' 'B' 'X' ' '.
          03 EE-DATA-REVISAO       PIC 9(08).
          03 EE-OPERADOR           PIC X(10).
