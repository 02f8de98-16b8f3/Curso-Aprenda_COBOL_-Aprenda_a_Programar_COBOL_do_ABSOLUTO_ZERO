      ******************************************************************
      * Layout das particoes do lote de fim de periodo (PARTICOES-
      * LOTE.TXT - mantido pelo PROGARQ026): o lote automatico do
      * PRINCIPAL deixa de percorrer a escola inteira num fluxo so -
      * cada particao eh uma fatia do mestre de alunos (faixa de
      * turmas ou faixa de CD-STUDENT) que roda ao mesmo tempo que as
      * outras, com checkpoint, saidas, trava e registro em
      * EXECUCOES.TXT proprios (sufixo -Pnn nos nomes). O
      * CONSOLIDAR-PARTICOES junta as saidas nos arquivos
      * compartilhados depois que todas terminam. O operador eh o
      * coordenador responsavel pela particao: como ela roda sem
      * ninguem no terminal, eh ele quem assina a auditoria e a
      * liberacao de prazo vencido. Todas as particoes sao do mesmo
      * tipo e as faixas nao se sobrepoem (conferido na manutencao).
      ******************************************************************
       01 REG-PARTICAO.
          03 PL-NR-PARTICAO        PIC 9(02).
      * 'T' = FAIXA DE TURMAS (CD-TURMA), 'F' = FAIXA DE CD-STUDENT.
          03 PL-TIPO               PIC X(01).
             88 PL-POR-TURMA              VALUE 'T'.
             88 PL-POR-FAIXA              VALUE 'F'.
      * INICIO E FIM DA FAIXA, INCLUSIVE (TURMA COM 5 POSICOES OU
      * CD-STUDENT COM 5 DIGITOS).
          03 PL-INICIO             PIC X(05).
          03 PL-FIM                PIC X(05).
          03 PL-OPERADOR           PIC X(10).
