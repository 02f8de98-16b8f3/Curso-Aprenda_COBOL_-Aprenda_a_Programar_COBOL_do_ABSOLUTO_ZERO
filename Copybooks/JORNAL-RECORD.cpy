          03 JN-ARQUIVO            PIC X(12).
             88 JN-ARQ-STUDENT            VALUE 'STUDENT'.
             88 JN-ARQ-NOTAS-HIST         VALUE 'NOTAS-HIST'.
      * DEMAIS ARQUIVOS DO ALUNO REGRAVADOS NA UNIFICACAO - O NOME
      * ESTA EM JN-NOME-ARQUIVO.
             88 JN-ARQ-UNIFICACAO         VALUE 'UNIFICACAO'.
          03 JN-OPERACAO           PIC X(01).
             88 JN-OP-INCLUSAO            VALUE 'W'.
             88 JN-OP-REGRAVACAO          VALUE 'R'.
          03 JN-IMAGEM-ANTES       PIC X(120).
          03 JN-IMAGEM-DEPOIS      PIC X(120).
      * COMPLEMENTO DAS IMAGENS: AS POSICOES ALEM DA 120A DE UM
      * REGISTRO MAIS LONGO QUE A IMAGEM (NOTAS-HIST.TXT TEM 122 - A
      * UNIDADE ESCOLAR, VEJA NOTAS-HIST-RECORD.CPY). A IMAGEM
      * COMPLETA EH A IMAGEM SEGUIDA DO COMPLEMENTO. ENTRADA ANTERIOR
      * AO CAMPO TEM A AREA EM BRANCO (UNIDADE '01').
          03 JN-COMPLEMENTO-ANTES  PIC X(10).
          03 JN-COMPLEMENTO-DEPOIS PIC X(10).
      * UNIFICACAO DE CADASTRO DUPLICADO (VEJA UNIFICAR-ALUNOS): TODA
      * ENTRADA DE UMA UNIFICACAO (OU DO DESFAZIMENTO DELA) LEVA A
      * IDENTIFICACAO DA UNIFICACAO (DATA + HORA EM QUE FOI FEITA) E O
      * NOME DO ARQUIVO REGRAVADO - O DESFAZIMENTO REPASSA SO ESSAS.
      * EM BRANCO NAS DEMAIS ENTRADAS E NAS ANTERIORES AO CAMPO.
          03 JN-UNIFICACAO.
             05 JN-ID-UNIFICACAO   PIC X(16).
             05 JN-NOME-ARQUIVO    PIC X(30).
