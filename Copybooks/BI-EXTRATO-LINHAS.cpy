      ******************************************************************
      * Layouts do extrato analitico noturno da mantenedora (arquivos
      * BI-*.TXT gravados pelo EXTRATO-BI). Layout estavel e
      * documentado: campos de tamanho fixo separados por ';', o
      * primeiro campo eh o tipo da linha - 'H' cabecalho com os nomes
      * das colunas, 'D' dado, 'T' trailer de controle (veja BI-
      * TRAILER). Datas em AAAAMMDD, medias e percentuais com ponto
      * decimal (999.9), chave substituta zero = sem referencia (ex.:
      * materia sem professor titular). Campo novo entra sempre no fim
      * da linha - a ferramenta da mantenedora le pela posicao do
      * separador. Nenhuma linha carrega nome, CD-STUDENT, matricula
      * ou data de nascimento de aluno: o aluno eh so a chave
      * substituta (veja BI-CHAVE-RECORD).
      ******************************************************************
      * FATO MEDIA (BI-FATO-MEDIAS.TXT): UMA LINHA POR MEDIA VIVA DE
      * NOTAS-HIST.TXT (TODO REGISTRO NAO ESTORNADO). BN-ORIGEM EH O
      * NH-TIPO-REGISTRO ('N' NORMAL, 'C' CORRECAO, 'O' CONSELHO, 'X'
      * ESCOLA ANTERIOR); BN-MEDIA-100 EH A MEDIA NA ESCALA 0-100.
       01 BI-FATO-MEDIA.
          03 BN-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-SK-ALUNO           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-SK-TURMA           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-SK-MATERIA         PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-SK-PERIODO         PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-SK-PROFESSOR       PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-CD-UNIDADE         PIC X(02).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-MEDIA              PIC 999.9.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-ESCALA             PIC 9(03).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-MEDIA-100          PIC 999.9.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-STATUS             PIC X(11).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-CONCEITO           PIC X(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-PERC-FREQUENCIA    PIC 999.9.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-ORIGEM             PIC X(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BN-DATA-PROCESSAMENTO PIC 9(08).
      * FATO CHAMADA (BI-FATO-CHAMADA.TXT): UMA LINHA POR MARCACAO VIVA
      * DE CHAMADA.TXT. BQ-PRESENCA 'P', 'F' OU 'S' (SUSPENSO);
      * BQ-CORRECAO 'C' QUANDO A MARCACAO VEIO DE UMA CORRECAO, 'N'
      * NAS DEMAIS.
       01 BI-FATO-CHAMADA.
          03 BQ-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BQ-SK-ALUNO           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BQ-SK-TURMA           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BQ-SK-MATERIA         PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BQ-CD-UNIDADE         PIC X(02).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BQ-DATA-AULA          PIC 9(08).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BQ-PRESENCA           PIC X(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BQ-CORRECAO           PIC X(01).
      * FATO MOVIMENTO (BI-FATO-MOVTO.TXT): UMA LINHA POR EVENTO DE
      * MATRICULA. BV-EVENTO: 'MA' MATRICULA (DT-MATRICULA), 'RA'
      * READMISSAO (READMISSOES.TXT), 'RT' REMANEJAMENTO DE TURMA
      * (TRANSFERENCIAS.TXT), 'TS' TRANSFERENCIA PARA OUTRA ESCOLA
      * (TRANSFERENCIAS-SAIDA.TXT) E A SITUACAO ATUAL DO MESTRE QUANDO
      * NAO ATIVO (DT-SITUACAO): 'TR' TRANCAMENTO, 'EV' EVASAO, 'CO'
      * CONCLUSAO, 'IN' INATIVACAO, 'FA' FALECIMENTO. TURMA DE ORIGEM
      * SO NO REMANEJAMENTO E NA READMISSAO; DATA ZERO = EVENTO SEM
      * DATA REGISTRADA.
       01 BI-FATO-MOVIMENTO.
          03 BV-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BV-SK-ALUNO           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BV-DATA-EVENTO        PIC 9(08).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BV-EVENTO             PIC X(02).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BV-SK-TURMA-ORIGEM    PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BV-SK-TURMA-DESTINO   PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BV-CD-UNIDADE         PIC X(02).
      * DIMENSAO ALUNO (BI-DIM-ALUNO.TXT): SEM IDENTIFICADOR PESSOAL -
      * SO O ANO DE NASCIMENTO E O ANO DA MATRICULA, A TURMA ATUAL, A
      * UNIDADE E A SITUACAO DO CICLO DE VIDA (ST-ALUNO) COM A DATA.
       01 BI-DIM-ALUNO.
          03 BA-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BA-SK-ALUNO           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BA-ANO-NASCIMENTO     PIC 9(04).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BA-ANO-MATRICULA      PIC 9(04).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BA-SK-TURMA           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BA-CD-UNIDADE         PIC X(02).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BA-SITUACAO           PIC X(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BA-DATA-SITUACAO      PIC 9(08).
      * DIMENSAO TURMA (BI-DIM-TURMA.TXT).
       01 BI-DIM-TURMA.
          03 BT-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-SK-TURMA           PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-CD-TURMA           PIC X(05).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-SERIE              PIC 9(02).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-CD-UNIDADE         PIC X(02).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-CAPACIDADE         PIC 9(03).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-ATIVO              PIC X(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-REGIME-AVALIACAO   PIC X(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BT-REGIME-PERIODO     PIC X(01).
      * DIMENSAO MATERIA (BI-DIM-MATERIA.TXT).
       01 BI-DIM-MATERIA.
          03 BM-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BM-SK-MATERIA         PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BM-CD-MATERIA         PIC X(05).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BM-NM-MATERIA         PIC X(30).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BM-CARGA-HORARIA      PIC 9(02).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BM-ATIVO              PIC X(01).
      * DIMENSAO PROFESSOR (BI-DIM-PROFESSOR.TXT).
       01 BI-DIM-PROFESSOR.
          03 BP-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BP-SK-PROFESSOR       PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BP-CD-PROFESSOR       PIC 9(04).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BP-NM-PROFESSOR       PIC X(30).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BP-ATIVO              PIC X(01).
      * DIMENSAO PERIODO (BI-DIM-PERIODO.TXT): BD-PERIODO EH O
      * BIMESTRE (REGIME 'B') OU O SEMESTRE (REGIME 'S'); BD-SITUACAO
      * 'A' ABERTO OU 'F' FECHADO, CONFORME PERIODO-LETIVO.TXT.
       01 BI-DIM-PERIODO.
          03 BD-TIPO-LINHA         PIC X(01)       VALUE 'D'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BD-SK-PERIODO         PIC 9(07).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BD-ANO-LETIVO         PIC 9(04).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BD-PERIODO            PIC 9(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BD-REGIME             PIC X(01).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BD-SITUACAO           PIC X(01).
      * TRAILER DE CONTROLE (ULTIMA LINHA DE TODO ARQUIVO BI-*.TXT):
      * NOME DO ARQUIVO, QUANTIDADE DE LINHAS 'D' E O MOMENTO DA
      * GERACAO. A MESMA QUANTIDADE VAI PARA O TOTAIS-GRAVACAO.TXT
      * (VEJA REGISTRAR-TOTAIS) E O BALANCO-DIARIO CONFERE AS DUAS.
       01 BI-TRAILER.
          03 BZ-TIPO-LINHA         PIC X(01)       VALUE 'T'.
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BZ-ARQUIVO            PIC X(20).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BZ-QTD-LINHAS         PIC 9(09).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BZ-DATA-GERACAO       PIC 9(08).
          03 FILLER                PIC X(01)       VALUE ';'.
          03 BZ-HORA-GERACAO       PIC 9(08).
