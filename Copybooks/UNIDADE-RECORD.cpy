      ******************************************************************
      * Layout do cadastro de unidades escolares da rede (UNIDADES.TXT
      * - mantido pelo PROGARQ025): a mantenedora roda mais de uma
      * escola no mesmo sistema, com um unico mestre de alunos. Cada
      * unidade tem o codigo (carregado pelo aluno, pela turma, pelo
      * historico de notas, pela chamada e pelo operador restrito), o
      * nome, o codigo INEP da escola (que identifica a unidade no
      * Censo Escolar e nos extratos da secretaria) e o indicador de
      * ativa. A unidade '01' eh a escola original: todo registro
      * anterior ao codigo de unidade (area em branco) eh dela. Sem
      * UNIDADES.TXT o sistema funciona como escola unica.
      ******************************************************************
       01 REG-UNIDADE.
          03 UN-CD-UNIDADE         PIC X(02).
          03 UN-NM-UNIDADE         PIC X(40).
          03 UN-CD-INEP            PIC 9(08).
          03 UN-ATIVO              PIC X(01).
             88 UN-UNIDADE-ATIVA          VALUE 'A'.
