      ******************************************************************
      * Layout do arquivo de chaves do historico de notas (NOTAS-HIST-
      * CHAVES.DAT, ORGANIZATION RELATIVE): tabela de espalhamento em
      * que o slot de cada chave sai do calculo de HASH-CHAVE-HIST
      * sobre HC-CHAVE; slot ocupado por outra chave passa ao seguinte
      * (volta ao 1 no fim da tabela). Cada chave aponta o primeiro e
      * o ultimo slot da sua cadeia em NOTAS-HIST-DIRETO.DAT (veja
      * HIST-DIRETO-RECORD.CPY) - a cadeia segue a ordem de gravacao,
      * com estornos e correcoes no meio, como no NOTAS-HIST.TXT.
      * Tipos de chave:
      *   'A' = ALUNO (5) + MATERIA (5) + ANO (4) + BIMESTRE (1)
      *   'T' = TURMA (5) + ANO (4) + BIMESTRE (1)
      *   'S' = ALUNO (5) - TODO O HISTORICO VIVO DO ALUNO
      ******************************************************************
       01 REG-HIST-CHAVE.
          03 HC-CHAVE.
             05 HC-TIPO-CHAVE      PIC X(01).
                88 HC-CHAVE-ALUNO-MATERIA VALUE 'A'.
                88 HC-CHAVE-TURMA         VALUE 'T'.
                88 HC-CHAVE-ALUNO         VALUE 'S'.
             05 HC-VALOR           PIC X(15).
          03 HC-PRIMEIRO           PIC 9(07).
          03 HC-ULTIMO             PIC 9(07).
