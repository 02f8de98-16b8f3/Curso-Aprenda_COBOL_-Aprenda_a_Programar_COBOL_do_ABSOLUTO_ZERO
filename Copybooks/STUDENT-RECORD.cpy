      * Layout do registro mestre de alunos (STUDENT.TXT), compartilhado
      * por todo programa que le ou grava esse arquivo, para que um
      * novo campo so precise ser adicionado em um unico lugar.
      * Versao do layout: VERSOES-LAYOUT.CPY. Campo novo entra no fim
      * do registro, sobe a versao la e registra o passo de conversao
      * no CONVERTER-LAYOUT (o arquivo eh carimbado - veja
      * CONFERIR-LAYOUT).
      ******************************************************************
       01 STUDENT-FILE.
          03 CD-STUDENT            PIC 9(05).
      * TRANSFERIDO (VEJA TRANSFERIR-ESCOLA), EVADIDO E CONCLUIDO,
      * CADA UM COM A DATA EFETIVA EM DT-SITUACAO (NO FIM DO
      * REGISTRO). SO 'A' CONTA NAS OCUPACOES/RECONCILIACOES; O 'I'
      * GENERICO CONTINUA VALIDO PARA OS REGISTROS ANTIGOS. 'F' =
      * FALECIDO (SITUACAO PROPRIA NA 2A ETAPA DO CENSO - VEJA
      * CENSO-SITUACAO). 'U' = UNIFICADO: CADASTRO DUPLICADO ABSORVIDO
      * POR OUTRO CD-STUDENT (VEJA UNIFICAR-ALUNOS) - NAO EH MAIS UM
      * ALUNO, SO O APONTADOR CD-STUDENT-SOBREVIVENTE.
          03 ST-ALUNO              PIC X(01).
             88 ST-ATIVO                  VALUE 'A'.
             88 ST-INATIVO                VALUE 'I'.
             88 ST-TRANSFERIDO            VALUE 'T'.
             88 ST-EVADIDO                VALUE 'V'.
             88 ST-CONCLUIDO              VALUE 'C'.
             88 ST-FALECIDO               VALUE 'F'.
             88 ST-UNIFICADO              VALUE 'U'.
      * NUMERO DE MATRICULA (DIFERENTE DO CD-STUDENT, QUE EH A CHAVE
      * DE ACESSO AO ARQUIVO): NR-MATRICULA-BASE EH O NUMERO DIGITADO
      * NA INCLUSAO E NR-MATRICULA-DV EH O DIGITO VERIFICADOR CALCULADO
      * NAO QUANDO ALGUEM LEMBROU DE DIGITAR. ACRESCENTADA NO FIM DO
      * REGISTRO; REGISTROS ANTERIORES AO CAMPO TEM A AREA EM BRANCO.
          03 DT-SITUACAO           PIC 9(08).
      * UNIDADE ESCOLAR DA REDE (VEJA UNIDADE-RECORD.CPY) EM QUE O
      * ALUNO ESTA MATRICULADO - A MESMA DA TURMA ATUAL, GRAVADA NA
      * INCLUSAO E NA TROCA DE TURMA. REGISTRO ANTERIOR AO CAMPO (AREA
      * EM BRANCO) EH DA UNIDADE '01', A ESCOLA ORIGINAL (VEJA
      * CONFERIR-UNIDADE).
          03 CD-UNIDADE            PIC X(02).
      * CD-STUDENT QUE ABSORVEU ESTE REGISTRO NA UNIFICACAO (SO COM
      * ST-ALUNO 'U'): TODOS OS ARQUIVOS DO ALUNO JA FORAM REGRAVADOS
      * COM O SOBREVIVENTE. REGISTROS ANTERIORES AO CAMPO TEM A AREA
      * EM BRANCO.
          03 CD-STUDENT-SOBREVIVENTE PIC 9(05).
