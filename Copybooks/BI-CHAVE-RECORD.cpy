      ******************************************************************
      * Layout do mapa de chaves substitutas do extrato analitico da
      * mantenedora (BI-CHAVES.TXT, veja EXTRATO-BI): uma linha por
      * chave natural ja vista em cada dimensao, com a chave
      * substituta que ela recebeu. O mapa so cresce - a chave que um
      * aluno, turma, materia, professor ou periodo recebeu na
      * primeira noite eh a mesma em todas as noites seguintes, e
      * nenhuma chave eh reaproveitada. O CD-STUDENT fica so aqui,
      * nunca no extrato.
      ******************************************************************
       01 REG-BI-CHAVE.
      * 'A' ALUNO (CD-STUDENT), 'T' TURMA (CD-TURMA), 'M' MATERIA
      * (CD-MATERIA), 'P' PROFESSOR (CD-PROFESSOR), 'D' PERIODO
      * (ANO LETIVO + PERIODO + REGIME, EX.: 20262B).
          03 BK-DIMENSAO           PIC X(01).
             88 BK-DIM-ALUNO              VALUE 'A'.
             88 BK-DIM-TURMA              VALUE 'T'.
             88 BK-DIM-MATERIA            VALUE 'M'.
             88 BK-DIM-PROFESSOR          VALUE 'P'.
             88 BK-DIM-PERIODO            VALUE 'D'.
          03 BK-CHAVE-NATURAL      PIC X(10).
          03 BK-CHAVE-BI           PIC 9(07).
          03 BK-DATA-CRIACAO       PIC 9(08).
