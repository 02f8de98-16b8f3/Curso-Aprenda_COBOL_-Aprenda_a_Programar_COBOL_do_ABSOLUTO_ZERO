      * historico e no boletim (situacao vira 'A') ou devolve com
      * motivo (situacao 'D'). Boletim eh documento legal - deixa de
      * nascer de um erro de digitacao sem revisao humana.
      * Versao do layout: VERSOES-LAYOUT.CPY. Campo novo entra no fim
      * do registro, sobe a versao la e registra o passo de conversao
      * no CONVERTER-LAYOUT (o arquivo eh carimbado - veja
      * CONFERIR-LAYOUT).
      ******************************************************************
       01 REG-PENDENTE.
          03 PD-CD-STUDENT         PIC 9(05).
      * NH-ESCALA em NOTAS-HIST-RECORD): viaja com o pendente e eh
      * carimbado no historico na aprovacao. Area em branco = 100.
          03 PD-ESCALA             PIC 9(03).
      * Origem do lancamento: ESPACO = lancamento normal (PRINCIPAL/
      * IMPORTAR-NOTAS); 'S' = relancamento por SEGUNDA CHAMADA (veja
      * SEGUNDA-CHAMADA-RECORD); 'G' = relancamento com a nota de
      * prova corrigida pela leitora optica (veja IMPORTAR-GABARITO).
      * Nos relancamentos, na aprovacao, o APROVAR-NOTAS estorna o
      * registro vivo anterior do aluno/materia/periodo no historico
      * em vez de deixar dois resultados vivos.
          03 PD-ORIGEM             PIC X(01).
             88 PD-ORIGEM-NORMAL          VALUE SPACE.
             88 PD-ORIGEM-SEGUNDA-CHAMADA VALUE 'S'.
             88 PD-ORIGEM-GABARITO        VALUE 'G'.
             88 PD-ORIGEM-RELANCAMENTO    VALUE 'S' 'G'.
