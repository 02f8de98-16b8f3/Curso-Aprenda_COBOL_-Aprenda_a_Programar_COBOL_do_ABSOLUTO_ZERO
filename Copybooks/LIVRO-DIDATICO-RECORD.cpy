      ******************************************************************
      * Layout do cadastro de livros didaticos do PNLD
      * (LIVROS-DIDATICOS.TXT): um registro por titulo que o governo
      * manda para uma serie/materia, mantido pelo PROGARQ021. Eh a
      * lista que o LIVROS-DIDATICOS usa para entregar o kit da serie
      * ao aluno e para nomear o titulo nos relatorios de devolucao.
      ******************************************************************
       01 REG-LIVRO-DIDATICO.
          03 LD-CD-LIVRO           PIC X(06).
          03 LD-TITULO             PIC X(40).
          03 LD-SERIE              PIC 9(02).
          03 LD-CD-MATERIA         PIC X(05).
