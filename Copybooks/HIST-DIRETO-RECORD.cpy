      ******************************************************************
      * Layout do arquivo de acesso direto ao historico de notas
      * (NOTAS-HIST-DIRETO.DAT, ORGANIZATION RELATIVE - SEM ISAM NESTE
      * AMBIENTE, O ACESSO POR CHAVE SEGUE O MESMO RECURSO DE RELATIVE
      * KEY DO STUDENT.TXT). NOTAS-HIST.TXT CONTINUA SENDO O ARQUIVO
      * OFICIAL, LIDO DE PONTA A PONTA PELOS RELATORIOS; ESTE ARQUIVO
      * EH A COPIA ENDERECAVEL DELE: O SLOT 1 EH O CONTROLE E O N-ESIMO
      * REGISTRO DE NOTAS-HIST.TXT MORA NO SLOT N + 1, COM A IMAGEM
      * INTEIRA DO REGISTRO E O PROXIMO SLOT DE CADA CAMINHO DE ACESSO
      * (VEJA HIST-CHAVE-RECORD.CPY): ALUNO+MATERIA+ANO+BIMESTRE,
      * TURMA+ANO+BIMESTRE E ALUNO. MANTIDO PELO INDEXAR-HIST A CADA
      * GRAVACAO NO HISTORICO E LIDO PELO BUSCAR-HIST.
      ******************************************************************
       01 REG-HIST-DIRETO.
          03 HD-TIPO-SLOT          PIC X(01).
             88 HD-SLOT-CONTROLE          VALUE 'C'.
             88 HD-SLOT-REGISTRO          VALUE 'R'.
          03 HD-CORPO              PIC X(150).
      * SLOT DE REGISTRO: IMAGEM DO NOTAS-HIST (REG-NOTAS-HIST) E OS
      * ENCADEAMENTOS - ZERO = FIM DA CADEIA.
          03 HD-REGISTRO REDEFINES HD-CORPO.
             05 HD-IMAGEM          PIC X(122).
             05 HD-PROX-CHAVE      PIC 9(07).
             05 HD-PROX-TURMA      PIC 9(07).
             05 HD-PROX-ALUNO      PIC 9(07).
             05 FILLER             PIC X(07).
      * SLOT 1: QUANTOS REGISTROS DE NOTAS-HIST.TXT ESTAO INDEXADOS E
      * QUANDO O ARQUIVO FOI RECONSTRUIDO POR INTEIRO PELA ULTIMA VEZ.
      * INDICE 'S' (SUSPEITO) = ALGUMA MANUTENCAO NAO BATEU COM O QUE
      * ESTAVA GRAVADO: A BUSCA DIRETA DEVOLVE "INDISPONIVEL" E OS
      * PROGRAMAS VOLTAM A LEITURA SEQUENCIAL ATE A RECONSTRUCAO.
          03 HD-CONTROLE REDEFINES HD-CORPO.
             05 HD-QTD-REGISTROS   PIC 9(07).
             05 HD-QTD-CHAVES      PIC 9(07).
             05 HD-DATA-RECONSTRUCAO
                                   PIC 9(08).
             05 HD-HORA-RECONSTRUCAO
                                   PIC 9(08).
             05 HD-SITUACAO-INDICE PIC X(01).
                88 HD-INDICE-VALIDO       VALUE 'V'.
                88 HD-INDICE-SUSPEITO     VALUE 'S'.
             05 FILLER             PIC X(119).
