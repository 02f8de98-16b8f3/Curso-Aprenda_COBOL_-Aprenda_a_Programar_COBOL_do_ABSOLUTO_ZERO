      ******************************************************************
      * Layout dos resultados de avaliacoes externas (AVALIACOES-
      * EXTERNAS.TXT): um registro por aluno/avaliacao/ano/materia
      * (SAEB, prova estadual, OBMEP...), importado do arquivo do
      * orgao aplicador pelo AVALIACAO-EXTERNA e casado com o
      * CD-STUDENT pelo mapa de IDs oficiais (IDS-OFICIAIS.TXT,
      * conferido pelo nome) ou, sem ID no mapa, pelo nome unico no
      * mestre. A materia eh o codigo da casa correspondente a area
      * avaliada. Nivel de proficiencia na escala de 4 padroes de
      * desempenho: 1 = ABAIXO DO BASICO, 2 = BASICO,
      * 3 = PROFICIENTE, 4 = AVANCADO. Reimportar o mesmo aluno/
      * avaliacao/ano/materia substitui o registro anterior.
      ******************************************************************
       01 REG-AVALIACAO-EXTERNA.
          03 AE-CD-STUDENT         PIC 9(05).
          03 AE-ID-OFICIAL         PIC X(12).
      * TURMA DO ALUNO NO MESTRE NA DATA DA IMPORTACAO.
          03 AE-CD-TURMA           PIC X(05).
          03 AE-CD-AVALIACAO       PIC X(08).
          03 AE-ANO-LETIVO         PIC 9(04).
          03 AE-CD-MATERIA         PIC X(05).
          03 AE-PROFICIENCIA       PIC 9(03)V9(01).
          03 AE-NIVEL              PIC 9(01).
             88 AE-NIVEL-ABAIXO-BASICO    VALUE 1.
             88 AE-NIVEL-BASICO           VALUE 2.
             88 AE-NIVEL-PROFICIENTE      VALUE 3.
             88 AE-NIVEL-AVANCADO         VALUE 4.
          03 AE-CASAMENTO          PIC X(01).
             88 AE-CASADO-POR-ID          VALUE 'I'.
             88 AE-CASADO-POR-NOME        VALUE 'N'.
          03 AE-DATA-IMPORTACAO    PIC 9(08).
