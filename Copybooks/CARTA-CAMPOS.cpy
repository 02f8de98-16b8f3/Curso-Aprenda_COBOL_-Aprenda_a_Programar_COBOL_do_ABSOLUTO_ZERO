      * &MEDIA, &TURMA, &DATA-PROVA, &DATA-EMISSAO, &ANO, &BIMESTRE e
      * &LOCAL no texto do modelo. Campos de valor (media, datas)
      * viajam ja formatados como texto - o motor nao conhece USAGE.
      * &DESCRICAO e &DATA-FIM servem as cartas de ocorrencia
      * disciplinar (descricao do fato e fim da suspensao; o inicio
      * viaja em CC-DATA-PROVA).
      * &VALOR leva um valor em dinheiro ja editado (custo do passeio
      * na carta de autorizacao; a data do passeio viaja em
      * CC-DATA-PROVA e o prazo de devolucao em CC-DATA-FIM).
      ******************************************************************
       01 CAMPOS-CARTA.
          03 CC-NOME-ALUNO         PIC X(30).
          03 CC-ANO                PIC X(04).
          03 CC-BIMESTRE           PIC X(01).
          03 CC-LOCAL              PIC X(15).
          03 CC-DESCRICAO          PIC X(40).
          03 CC-DATA-FIM           PIC X(08).
          03 CC-VALOR              PIC X(12).
