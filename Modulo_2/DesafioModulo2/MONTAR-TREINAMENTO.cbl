      ******************************************************************
      * Author: GILDO
      * Date: 15/10/2026
      * Purpose: MONTAR (OU REMONTAR) O AMBIENTE DE TREINAMENTO/
      *          HOMOLOGACAO: UMA COPIA COMPLETA DOS ARQUIVOS MESTRE,
      *          DE HISTORICO E DE CONTROLE EM ../../TREINAMENTO/, COM
      *          OS DADOS PESSOAIS TROCADOS PELAS MESMAS REGRAS DO
      *          ANONIMIZAR-DADOS (NOME -> 'ANONIMIZADO', NASCIMENTO
      *          ZERADO, ENDERECO/TELEFONE EM BRANCO) - PARA TREINAR
      *          SECRETARIA NOVA E HOMOLOGAR VERSAO SEM MEXER NA
      *          PRODUCAO E SEM EXPOR ALUNO NENHUM.
      *          1 - CRIA TREINAMENTO/Modulo_2/DesafioModulo2 E
      *              TREINAMENTO/Modulo_3 E COPIA OS PROGRAMAS PARA
      *              LA: RODADOS DE DENTRO DELES, OS CAMINHOS ../../
      *              (E ../) DOS ARQUIVOS CAEM NA COPIA;
      *          2 - COPIA O MESTRE (STUDENT.TXT, SLOT = CD-STUDENT),
      *              O HISTORICO VIVO, OS ANOS ARQUIVADOS QUE O
      *              OPERADOR ESCOLHER (NOTAS-HIST-AAAA.TXT E
      *              BOLETINS-AAAA.TXT) E OS DEMAIS ARQUIVOS COM NOME
      *              DE ALUNO/RESPONSAVEL, ANONIMIZANDO NA PASSAGEM;
      *          3 - COPIA COMO ESTAO OS ARQUIVOS DE CONTROLE E OS
      *              SEM DADO PESSOAL (TABELA WS-ARQUIVOS-CONTROLE);
      *          4 - NAO COPIA O QUE O ANONIMIZAR-DADOS REMOVE
      *              (FICHA DE SAUDE, AEE, AUTORIZADOS NA SAIDA, BOLSA
      *              FAMILIA, FREQUENCIA DO BOLSA), OS IDS OFICIAIS,
      *              OS ARQUIVOS RECEBIDOS DE FORA, OS LOGS (JORNAL,
      *              AUDITORIA, ERROS, EXECUCOES), BACKUPS, SPOOL E
      *              TRABALHO - NEM O CAMINHO DE ACESSO DIRETO AO
      *              HISTORICO (RODE O REINDEXAR-HIST NO TREINAMENTO);
      *          5 - CARIMBA O LAYOUT DAS COPIAS (VEJA CONFERIR-
      *              LAYOUT) E GRAVA A MARCA TREINAMENTO/AMBIENTE.TXT
      *              (VEJA LER-AMBIENTE): COM ELA TODA TELA E TODO
      *              RELATORIO SAEM COM A FAIXA DE TREINAMENTO E OS
      *              EXTRATOS PARA FORA DA ESCOLA SAO RECUSADOS.
      *          SO ADMINISTRADOR, SO NA PRODUCAO (NAO SE MONTA UM
      *          TREINAMENTO DE DENTRO DE OUTRO) E COM A TRAVA DE
      *          GRAVACAO - A COPIA TEM QUE SER DE UM MOMENTO SO.
      *          A EXECUCAO FICA REGISTRADA EM EXECUCOES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTAR-TREINAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ORIGEM NA PRODUCAO (../../) E DESTINO NA COPIA (../../
      * TREINAMENTO/): OS NOMES SAO TROCADOS A CADA ARQUIVO EM
      * WS-NOME-ORIGEM/WS-NOME-DESTINO - SO UM PAR ABERTO POR VEZ.
           SELECT STUDENT ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-STUDENT-REL-KEY
           FILE STATUS IS FS-ORIGEM.

           SELECT STUDENT-TREINO ASSIGN TO DYNAMIC WS-NOME-DESTINO
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-TREINO-REL-KEY
           FILE STATUS IS FS-DESTINO.

           SELECT NOTAS-HIST ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT PENDENTE-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT BOLETIM-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT RESPONSAVEL-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT CANDIDATO-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT MENSALIDADE-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT DEPENDENCIA-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT PARECER-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT CONVOCACAO-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT SAIDA-ALUNO-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT PRESENCA-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT PROPOSTA-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT ATRASO-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT CERTIFICADO-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT ALERTA-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

      * ARQUIVO DE CONTROLE / SEM DADO PESSOAL: LINHA A LINHA.
           SELECT GENERICO-FILE ASSIGN TO DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

           SELECT SAIDA-FILE ASSIGN TO DYNAMIC WS-NOME-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESTINO.

           SELECT AMBIENTE-FILE ASSIGN TO
           '../../TREINAMENTO/AMBIENTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESTINO.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           COPY STUDENT-RECORD.
       FD STUDENT-TREINO.
       01 REG-STUDENT-TREINO       PIC X(70).
       FD NOTAS-HIST.
           COPY NOTAS-HIST-RECORD.
       FD PENDENTE-FILE.
           COPY PENDENTE-RECORD.
       FD BOLETIM-FILE.
           COPY BOLETIM-RECORD.
       FD RESPONSAVEL-FILE.
           COPY RESPONSAVEL-RECORD.
       FD CANDIDATO-FILE.
           COPY CANDIDATO-RECORD.
       FD MENSALIDADE-FILE.
           COPY MENSALIDADE-RECORD.
       FD DEPENDENCIA-FILE.
           COPY DEPENDENCIA-RECORD.
       FD PARECER-FILE.
           COPY PARECER-RECORD.
       FD CONVOCACAO-FILE.
           COPY CONVOCACAO-RECORD.
       FD SAIDA-ALUNO-FILE.
           COPY SAIDA-RECORD.
       FD PRESENCA-FILE.
           COPY PRESENCA-REUNIAO-RECORD.
       FD PROPOSTA-FILE.
           COPY PROPOSTA-BOLSA-RECORD.
       FD ATRASO-FILE.
           COPY ATRASO-SAIDA-RECORD.
       FD CERTIFICADO-FILE.
           COPY CERTIFICADO-RECORD.
       FD ALERTA-FILE.
           COPY ALERTA-EVASAO-RECORD.
       FD GENERICO-FILE.
       01 REC-GENERICO             PIC X(400).
       FD SAIDA-FILE.
       01 REC-SAIDA                PIC X(400).
       FD AMBIENTE-FILE.
           COPY AMBIENTE-RECORD.
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-REL-KEY          PIC 9(05)       VALUE 0.
       77 WS-TREINO-REL-KEY           PIC 9(05)       VALUE 0.
       77 FS-ORIGEM                   PIC X(02)       VALUE SPACES.
       77 FS-DESTINO                  PIC X(02)       VALUE SPACES.
       77 WS-EOF                      PIC A(01)       VALUE 'N'.
       77 WS-OPERADOR                 PIC X(10)       VALUE SPACES.
       77 WS-PERFIL-OPERADOR          PIC X(01)       VALUE SPACE.
       77 WS-RETORNO-VALIDAR-OP       PIC 9(01)       VALUE 0.
      * UNIDADE ESCOLAR DO OPERADOR (BRANCO = TODAS): A COPIA LEVA O
      * CADASTRO DA REDE INTEIRA E SO RODA PARA O OPERADOR DA REDE.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-CONFIRMA                 PIC X(01)       VALUE 'N'.
       77 WS-DATA-HOJE                PIC 9(08)       VALUE 0.
       77 WS-HORA-AGORA               PIC 9(08)       VALUE 0.
       77 WS-ARQUIVO-BASE             PIC X(30)       VALUE SPACES.
       77 WS-NOME-ORIGEM              PIC X(60)       VALUE SPACES.
       77 WS-NOME-DESTINO             PIC X(60)       VALUE SPACES.
       77 WS-NOME-APAGAR              PIC X(60)       VALUE SPACES.
       01 WS-COMANDO                  PIC X(120)      VALUE SPACES.
      * FAIXA DE ANOS ARQUIVADOS A INCLUIR (0 = NENHUM).
       77 WS-ANO-DE                   PIC 9(04)       VALUE 0.
       77 WS-ANO-ATE                  PIC 9(04)       VALUE 0.
       77 WS-ANO-CORRENTE             PIC 9(04)       VALUE 0.
      * CONTAGENS: DO ARQUIVO DA VEZ E DO TOTAL DA MONTAGEM.
       77 WS-QTD-REG-ARQUIVO          PIC 9(07)       VALUE 0.
       77 WS-QTD-ARQUIVOS             PIC 9(04)       VALUE 0.
       77 WS-QTD-AUSENTES             PIC 9(04)       VALUE 0.
       77 WS-QTD-RECUSADOS            PIC 9(04)       VALUE 0.
       77 WS-QTD-LIDOS                PIC 9(07)       VALUE 0.
       77 WS-QTD-ANONIMIZADOS         PIC 9(07)       VALUE 0.
      * ARQUIVOS COPIADOS COMO ESTAO: CONTROLE, CADASTROS SEM DADO
      * PESSOAL E MOVIMENTO POR CODIGO. ARQUIVO NOVO COM NOME DE
      * ALUNO OU RESPONSAVEL NAO ENTRA AQUI - GANHA UM PARAGRAFO
      * PROPRIO NA FAIXA P300, COM A ANONIMIZACAO.
       01 WS-ARQUIVOS-CONTROLE-VALORES.
           02 FILLER PIC X(30) VALUE 'ABONOS.TXT'.
           02 FILLER PIC X(30) VALUE 'AGENDA-CONFIG.TXT'.
           02 FILLER PIC X(30) VALUE 'AGENDA-RECUPERACAO.TXT'.
           02 FILLER PIC X(30) VALUE 'ARQUIVA-CONTROLE.TXT'.
           02 FILLER PIC X(30) VALUE 'ATESTADOS.TXT'.
           02 FILLER PIC X(30) VALUE 'ATRIBUICOES.TXT'.
           02 FILLER PIC X(30) VALUE 'AUTORIZACOES-PASSEIO.TXT'.
           02 FILLER PIC X(30) VALUE 'AVALIACOES-AGENDA.TXT'.
           02 FILLER PIC X(30) VALUE 'AVALIACOES-EXTERNAS.TXT'.
           02 FILLER PIC X(30) VALUE 'BOLSAS.TXT'.
           02 FILLER PIC X(30) VALUE 'BOLSISTAS.TXT'.
           02 FILLER PIC X(30) VALUE 'CALENDARIO.TXT'.
           02 FILLER PIC X(30) VALUE 'CARGA-HORARIA.TXT'.
           02 FILLER PIC X(30) VALUE 'CARTEIRINHAS-REGISTRO.TXT'.
           02 FILLER PIC X(30) VALUE 'CASOS-FICAI.TXT'.
           02 FILLER PIC X(30) VALUE 'CHAMADA.TXT'.
           02 FILLER PIC X(30) VALUE 'CONFIG-ESCALA.TXT'.
           02 FILLER PIC X(30) VALUE 'CONFIG-PROMOCAO.TXT'.
           02 FILLER PIC X(30) VALUE 'CONTEUDOS.TXT'.
           02 FILLER PIC X(30) VALUE 'CURRICULO.TXT'.
           02 FILLER PIC X(30) VALUE 'DECLARACOES.TXT'.
           02 FILLER PIC X(30) VALUE 'DISPONIBILIDADE.TXT'.
           02 FILLER PIC X(30) VALUE 'DOCUMENTOS-ALUNO.TXT'.
           02 FILLER PIC X(30) VALUE 'ELETIVAS.TXT'.
           02 FILLER PIC X(30) VALUE 'EQUIVALENCIAS.TXT'.
           02 FILLER PIC X(30) VALUE 'EXCECOES.TXT'.
           02 FILLER PIC X(30) VALUE 'FREQUENCIA-APURADA.TXT'.
           02 FILLER PIC X(30) VALUE 'FREQUENCIA-MENSAL.TXT'.
           02 FILLER PIC X(30) VALUE 'GABARITOS.TXT'.
           02 FILLER PIC X(30) VALUE 'HORARIO.TXT'.
           02 FILLER PIC X(30) VALUE 'LANCAMENTOS-TARDIOS.TXT'.
           02 FILLER PIC X(30) VALUE 'LIVROS-DIDATICOS.TXT'.
           02 FILLER PIC X(30) VALUE 'LIVROS-MOVIMENTO.TXT'.
           02 FILLER PIC X(30) VALUE 'LOTES-IMPORTADOS.TXT'.
           02 FILLER PIC X(30) VALUE 'MATERIAS.TXT'.
           02 FILLER PIC X(30) VALUE 'MODELOS-CARTA.TXT'.
           02 FILLER PIC X(30) VALUE 'NOTAS-DETALHE.TXT'.
           02 FILLER PIC X(30) VALUE 'OCORRENCIAS.TXT'.
           02 FILLER PIC X(30) VALUE 'OPERADORES.TXT'.
           02 FILLER PIC X(30) VALUE 'PASSEIOS.TXT'.
           02 FILLER PIC X(30) VALUE 'PERIODO-LETIVO.TXT'.
           02 FILLER PIC X(30) VALUE 'PLANO-NOTURNO.TXT'.
           02 FILLER PIC X(30) VALUE 'PRAZOS-LANCAMENTO.TXT'.
           02 FILLER PIC X(30) VALUE 'PROFESSORES.TXT'.
           02 FILLER PIC X(30) VALUE 'PROMOCAO.TXT'.
           02 FILLER PIC X(30) VALUE 'PROVAS-FINAIS.TXT'.
           02 FILLER PIC X(30) VALUE 'READMISSOES.TXT'.
           02 FILLER PIC X(30) VALUE 'RECURSOS.TXT'.
           02 FILLER PIC X(30) VALUE 'REEMISSOES.TXT'.
           02 FILLER PIC X(30) VALUE 'REFORCO-GRUPOS.TXT'.
           02 FILLER PIC X(30) VALUE 'REFORCO-PRESENCAS.TXT'.
           02 FILLER PIC X(30) VALUE 'REPOSICOES.TXT'.
           02 FILLER PIC X(30) VALUE 'REUNIOES-PAIS.TXT'.
           02 FILLER PIC X(30) VALUE 'ROTAS.TXT'.
           02 FILLER PIC X(30) VALUE 'SALAS.TXT'.
           02 FILLER PIC X(30) VALUE 'SEGUNDAS-CHAMADAS.TXT'.
           02 FILLER PIC X(30) VALUE 'TRANSFERENCIAS.TXT'.
           02 FILLER PIC X(30) VALUE 'TRANSPORTE-ALUNOS.TXT'.
           02 FILLER PIC X(30) VALUE 'TURMAS.TXT'.
           02 FILLER PIC X(30) VALUE 'UNIDADES.TXT'.
       01 WS-ARQUIVOS-CONTROLE REDEFINES WS-ARQUIVOS-CONTROLE-VALORES.
           02 WS-ARQ-CONTROLE         PIC X(30) OCCURS 60 TIMES.
       77 WS-QTD-ARQ-CONTROLE         PIC 9(02)       VALUE 60.
       77 WS-IDX-ARQ                  PIC 9(02)       VALUE 0.
      * AMBIENTE EM QUE ESTE PROGRAMA RODA (VEJA LER-AMBIENTE).
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
      * TRAVA DE GRAVACAO UNICA (VEJA OBTER-TRAVA/LIBERAR-TRAVA):
      * NENHUM GRAVADOR NO AR ENQUANTO A COPIA EH TIRADA.
       77 WS-FORCAR-TRAVA             PIC X(01)       VALUE 'N'.
       77 WS-RETORNO-TRAVA            PIC 9(01)       VALUE 0.
       77 WS-RETORNO-LIBERAR          PIC 9(01)       VALUE 0.
           COPY TRAVA-RECORD.
      * LOG DE EXECUCOES DE LOTE (VEJA REGISTRAR-EXECUCAO).
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
      * CONFERENCIA DO LAYOUT DA ORIGEM E CARIMBO DA COPIA (VEJA
      * CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            DISPLAY 'MONTAGEM DO AMBIENTE DE TREINAMENTO'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME

            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'VALIDAR-OPERADOR'
                          USING WS-OPERADOR, WS-PERFIL-OPERADOR,
                                WS-RETORNO-VALIDAR-OP
      * A COPIA LEVA O CADASTRO INTEIRO DA ESCOLA - ATO DE
      * ADMINISTRADOR, COMO O EXPURGO.
            IF WS-PERFIL-OPERADOR NOT = 'A' THEN
               DISPLAY 'MONTAGEM RESTRITA A ADMINISTRADOR'
               STOP RUN
            END-IF
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR
            IF WS-UNIDADE-FILTRO NOT = SPACES THEN
               DISPLAY 'COPIA DA REDE - SO O ADMINISTRADOR DA REDE '
                       '(TODAS AS UNIDADES) MONTA O TREINAMENTO'
               STOP RUN
            END-IF

            DISPLAY 'INCLUIR HISTORICO ARQUIVADO DO ANO (AAAA, '
                    '0 = NENHUM): '
            ACCEPT WS-ANO-DE
            IF WS-ANO-DE > 0 THEN
               DISPLAY 'ATE O ANO (AAAA)..............: '
               ACCEPT WS-ANO-ATE
               IF WS-ANO-ATE < WS-ANO-DE THEN
                  MOVE WS-ANO-DE TO WS-ANO-ATE
               END-IF
            END-IF

            DISPLAY 'O TREINAMENTO ANTERIOR (SE HOUVER) SERA '
                    'SUBSTITUIDO.'
            DISPLAY 'CONFIRMA (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' THEN
               DISPLAY 'MONTAGEM ABANDONADA'
               STOP RUN
            END-IF

            PERFORM P050-OBTER-TRAVA
            PERFORM P100-PREPARAR-DIRETORIOS
            PERFORM P200-COPIAR-MESTRE
            PERFORM P300-COPIAR-HIST-VIVO
            PERFORM P310-COPIAR-PENDENTES
            MOVE 'BOLETINS.TXT' TO WS-ARQUIVO-BASE
            PERFORM P320-COPIAR-BOLETINS
            PERFORM P330-COPIAR-RESPONSAVEIS
            PERFORM P340-COPIAR-CANDIDATOS
            PERFORM P345-COPIAR-MENSALIDADES
            PERFORM P350-COPIAR-DEPENDENCIAS
            PERFORM P355-COPIAR-PARECERES
            PERFORM P360-COPIAR-CONVOCACOES
            PERFORM P365-COPIAR-TRANSF-SAIDA
            PERFORM P370-COPIAR-PRESENCAS
            PERFORM P375-COPIAR-PROPOSTAS
            PERFORM P380-COPIAR-ATRASOS
            PERFORM P385-COPIAR-CERTIFICADOS
            PERFORM P390-COPIAR-ALERTAS
            IF WS-ANO-DE > 0 THEN
               PERFORM VARYING WS-ANO-CORRENTE FROM WS-ANO-DE
                       BY 1 UNTIL WS-ANO-CORRENTE > WS-ANO-ATE
                  PERFORM P400-COPIAR-ANO-ARQUIVADO
               END-PERFORM
            END-IF
            PERFORM P500-COPIAR-CONTROLES
            PERFORM P700-GRAVAR-MARCA

            SET EX-RESULTADO-NORMAL TO TRUE
            PERFORM P900-REGISTRAR-EXECUCAO
            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR

            DISPLAY 'ARQUIVOS COPIADOS.............: ' WS-QTD-ARQUIVOS
            DISPLAY 'ARQUIVOS AUSENTES (PULADOS)...: ' WS-QTD-AUSENTES
            DISPLAY 'ARQUIVOS RECUSADOS (LAYOUT)...: ' WS-QTD-RECUSADOS
            DISPLAY 'REGISTROS COPIADOS............: ' WS-QTD-LIDOS
            DISPLAY 'REGISTROS ANONIMIZADOS........: '
                    WS-QTD-ANONIMIZADOS
            DISPLAY 'AMBIENTE PRONTO EM ../../TREINAMENTO - RODE OS '
                    'PROGRAMAS DE DENTRO DE'
            DISPLAY 'TREINAMENTO/Modulo_2/DesafioModulo2 (OU '
                    'TREINAMENTO/Modulo_3) E, LA, O REINDEXAR-HIST.'
            STOP RUN.
      *-----------------------------------------------------------------
      * MONTAR O TREINAMENTO DE DENTRO DE UM TREINAMENTO COPIARIA A
      * COPIA (E GRAVARIA EM TREINAMENTO/TREINAMENTO) - SO NA PRODUCAO.
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
               DISPLAY 'ESTE JA EH O AMBIENTE DE TREINAMENTO - A '
                       'MONTAGEM SO RODA NA PRODUCAO'
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P005-FIM.
      *-----------------------------------------------------------------
       P050-OBTER-TRAVA.
            MOVE 'MONTAR-TREINAMENTO' TO TV-PROGRAMA
            MOVE WS-OPERADOR TO TV-OPERADOR
            MOVE 'N' TO WS-FORCAR-TRAVA
            CALL 'OBTER-TRAVA'
                          USING REG-TRAVA, WS-FORCAR-TRAVA,
                                WS-RETORNO-TRAVA
            IF WS-RETORNO-TRAVA = 1 THEN
               DISPLAY 'EXISTE EXECUCAO EM ANDAMENTO ('
                       TV-PROGRAMA ' POR ' TV-OPERADOR
                       ') - TENTE MAIS TARDE'
               STOP RUN
            END-IF
            .
       P050-FIM.
      *-----------------------------------------------------------------
      * DIRETORIOS DA COPIA E OS PROGRAMAS DENTRO DELES (MESMO
      * EXPEDIENTE DO ORQUESTRADOR: CALL 'SYSTEM'). O CAMINHO DE
      * ACESSO DIRETO AO HISTORICO E A TRAVA DE UMA MONTAGEM ANTERIOR
      * SAO APAGADOS - NAO VALEM PARA O HISTORICO NOVO.
      *-----------------------------------------------------------------
       P100-PREPARAR-DIRETORIOS.
            MOVE SPACES TO WS-COMANDO
            STRING 'mkdir -p ../../TREINAMENTO/Modulo_2/DesafioModulo2'
                   ' ../../TREINAMENTO/Modulo_3'
                   DELIMITED BY SIZE INTO WS-COMANDO
            END-STRING
            CALL 'SYSTEM' USING WS-COMANDO
            IF RETURN-CODE NOT = 0 THEN
               DISPLAY 'NAO FOI POSSIVEL CRIAR ../../TREINAMENTO'
               PERFORM P950-ABORTAR
            END-IF

            MOVE SPACES TO WS-COMANDO
            STRING 'cp -p ./* ../../TREINAMENTO/Modulo_2/DesafioModulo2'
                   DELIMITED BY SIZE INTO WS-COMANDO
            END-STRING
            CALL 'SYSTEM' USING WS-COMANDO
            MOVE SPACES TO WS-COMANDO
            STRING 'cp -p ../../Modulo_3/* ../../TREINAMENTO/Modulo_3'
                   DELIMITED BY SIZE INTO WS-COMANDO
            END-STRING
            CALL 'SYSTEM' USING WS-COMANDO
            MOVE 0 TO RETURN-CODE

            MOVE '../../TREINAMENTO/NOTAS-HIST-DIRETO.DAT'
              TO WS-NOME-APAGAR
            CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGAR
            MOVE '../../TREINAMENTO/NOTAS-HIST-CHAVES.DAT'
              TO WS-NOME-APAGAR
            CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGAR
            MOVE '../../TREINAMENTO/TRAVA-GRAVACAO.TXT'
              TO WS-NOME-APAGAR
            CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGAR
            MOVE 0 TO RETURN-CODE
            .
       P100-FIM.
      *-----------------------------------------------------------------
      * MESTRE: CADA ALUNO VAI PARA O MESMO SLOT (CD-STUDENT) NA
      * COPIA, COM NOME E NASCIMENTO TROCADOS COMO NO EXPURGO.
      *-----------------------------------------------------------------
       P200-COPIAR-MESTRE.
            MOVE 'STUDENT.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT STUDENT
            IF FS-ORIGEM NOT = '00' THEN
               DISPLAY 'STUDENT.TXT INDISPONIVEL (STATUS '
                       FS-ORIGEM ')'
               PERFORM P950-ABORTAR
            END-IF
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P010-CONFERIR-ORIGEM
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               CLOSE STUDENT
               PERFORM P950-ABORTAR
            END-IF

            OPEN OUTPUT STUDENT-TREINO
            IF FS-DESTINO NOT = '00' THEN
               CLOSE STUDENT
               PERFORM P815-FALHA-DESTINO
            END-IF
            PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
               READ STUDENT NEXT RECORD
                    AT END MOVE 'F' TO WS-EOF
                    NOT AT END
                        MOVE 'ANONIMIZADO' TO NM-STUDENT
                        MOVE 0 TO DT-NASCIMENTO
                        MOVE CD-STUDENT TO WS-TREINO-REL-KEY
                        WRITE REG-STUDENT-TREINO FROM STUDENT-FILE
                              INVALID KEY
                                 DISPLAY 'ALUNO ' CD-STUDENT
                                         ' NAO COPIADO (SLOT DUPLO)'
                              NOT INVALID KEY
                                 ADD 1 TO WS-QTD-REG-ARQUIVO
                                 ADD 1 TO WS-QTD-ANONIMIZADOS
                        END-WRITE
               END-READ
            END-PERFORM
            CLOSE STUDENT
            CLOSE STUDENT-TREINO
            PERFORM P020-CARIMBAR-DESTINO
            PERFORM P820-FECHAR-ARQUIVO
            .
       P200-FIM.
      *-----------------------------------------------------------------
       P300-COPIAR-HIST-VIVO.
            MOVE 'NOTAS-HIST.TXT' TO WS-ARQUIVO-BASE
            PERFORM P305-COPIAR-HISTORICO
            .
       P300-FIM.
      *-----------------------------------------------------------------
      * HISTORICO (VIVO OU ANO ARQUIVADO): AS MEDIAS FICAM, O NOME
      * SAI. ANO ARQUIVADO EM LAYOUT ANTIGO FICA FORA DA COPIA (O
      * CONVERTER-LAYOUT ACERTA NA PRODUCAO); O VIVO PARA A MONTAGEM.
      *-----------------------------------------------------------------
       P305-COPIAR-HISTORICO.
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT NOTAS-HIST
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               MOVE VL-NOTAS-HIST TO LY-LAYOUT
               MOVE LENGTH OF REG-NOTAS-HIST TO LY-TAMANHO
               PERFORM P010-CONFERIR-ORIGEM
               IF WS-RETORNO-LAYOUT NOT = 0 THEN
                  CLOSE NOTAS-HIST
                  IF WS-ARQUIVO-BASE = 'NOTAS-HIST.TXT' THEN
                     PERFORM P950-ABORTAR
                  END-IF
                  ADD 1 TO WS-QTD-RECUSADOS
               ELSE
                  PERFORM P810-ABRIR-DESTINO
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ NOTAS-HIST
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              MOVE 'ANONIMIZADO' TO NH-NM-STUDENT
                              WRITE REC-SAIDA FROM REG-NOTAS-HIST
                              ADD 1 TO WS-QTD-REG-ARQUIVO
                              ADD 1 TO WS-QTD-ANONIMIZADOS
                     END-READ
                  END-PERFORM
                  CLOSE NOTAS-HIST
                  CLOSE SAIDA-FILE
                  PERFORM P020-CARIMBAR-DESTINO
                  PERFORM P820-FECHAR-ARQUIVO
               END-IF
            END-IF
            .
       P305-FIM.
      *-----------------------------------------------------------------
       P310-COPIAR-PENDENTES.
            MOVE 'PENDENTES.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT PENDENTE-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               MOVE VL-PENDENTE TO LY-LAYOUT
               MOVE LENGTH OF REG-PENDENTE TO LY-TAMANHO
               PERFORM P010-CONFERIR-ORIGEM
               IF WS-RETORNO-LAYOUT NOT = 0 THEN
                  CLOSE PENDENTE-FILE
                  PERFORM P950-ABORTAR
               END-IF
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PENDENTE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO PD-NM-STUDENT
                           WRITE REC-SAIDA FROM REG-PENDENTE
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE PENDENTE-FILE
               CLOSE SAIDA-FILE
               PERFORM P020-CARIMBAR-DESTINO
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P310-FIM.
      *-----------------------------------------------------------------
      * BOLETINS (VIVO OU ANO ARQUIVADO - O NOME VEM PRONTO EM
      * WS-ARQUIVO-BASE).
      *-----------------------------------------------------------------
       P320-COPIAR-BOLETINS.
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT BOLETIM-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ BOLETIM-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO BO-NM-STUDENT
                           WRITE REC-SAIDA FROM REG-BOLETIM
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE BOLETIM-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P320-FIM.
      *-----------------------------------------------------------------
      * RESPONSAVEIS FICAM (OS PROGRAMAS DE CARTA E DE AVISO PRECISAM
      * DELES PARA O TREINO), MAS SEM NOME, ENDERECO E TELEFONE.
      *-----------------------------------------------------------------
       P330-COPIAR-RESPONSAVEIS.
            MOVE 'RESPONSAVEIS.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT RESPONSAVEL-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ RESPONSAVEL-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO RP-NM-RESPONSAVEL
                           MOVE SPACES TO RP-ENDERECO-1
                           MOVE SPACES TO RP-ENDERECO-2
                           MOVE SPACES TO RP-TELEFONE
                           WRITE REC-SAIDA FROM REG-RESPONSAVEL
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P330-FIM.
      *-----------------------------------------------------------------
       P340-COPIAR-CANDIDATOS.
            MOVE 'CANDIDATOS.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT CANDIDATO-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CANDIDATO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO CA-NM-CANDIDATO
                           MOVE 0 TO CA-DT-NASCIMENTO
                           MOVE SPACES TO CA-NM-RESPONSAVEL
                           MOVE SPACES TO CA-TELEFONE
                           WRITE REC-SAIDA FROM REG-CANDIDATO
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE CANDIDATO-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P340-FIM.
      *-----------------------------------------------------------------
       P345-COPIAR-MENSALIDADES.
            MOVE 'MENSALIDADES.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT MENSALIDADE-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ MENSALIDADE-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO MS-NM-RESPONSAVEL
                           MOVE SPACES TO MS-ENDERECO-1
                           WRITE REC-SAIDA FROM REG-MENSALIDADE
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE MENSALIDADE-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P345-FIM.
      *-----------------------------------------------------------------
       P350-COPIAR-DEPENDENCIAS.
            MOVE 'DEPENDENCIAS.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT DEPENDENCIA-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ DEPENDENCIA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO DP-NM-STUDENT
                           WRITE REC-SAIDA FROM REG-DEPENDENCIA
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P350-FIM.
      *-----------------------------------------------------------------
       P355-COPIAR-PARECERES.
            MOVE 'PARECERES.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT PARECER-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PARECER-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO PR-NM-STUDENT
                           WRITE REC-SAIDA FROM REG-PARECER
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE PARECER-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P355-FIM.
      *-----------------------------------------------------------------
       P360-COPIAR-CONVOCACOES.
            MOVE 'CONVOCACOES.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT CONVOCACAO-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CONVOCACAO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO CV-NM-STUDENT
                           WRITE REC-SAIDA FROM REG-CONVOCACAO
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE CONVOCACAO-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P360-FIM.
      *-----------------------------------------------------------------
       P365-COPIAR-TRANSF-SAIDA.
            MOVE 'TRANSFERENCIAS-SAIDA.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT SAIDA-ALUNO-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ SAIDA-ALUNO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO TS-NM-STUDENT
                           WRITE REC-SAIDA FROM REG-SAIDA
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE SAIDA-ALUNO-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P365-FIM.
      *-----------------------------------------------------------------
       P370-COPIAR-PRESENCAS.
            MOVE 'PRESENCAS-REUNIAO.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT PRESENCA-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PRESENCA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO PR-NM-PRESENTE
                           WRITE REC-SAIDA FROM REG-PRESENCA-REUNIAO
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE PRESENCA-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P370-FIM.
      *-----------------------------------------------------------------
       P375-COPIAR-PROPOSTAS.
            MOVE 'BOLSA-PROPOSTAS.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT PROPOSTA-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ PROPOSTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO PB-NM-STUDENT
                           WRITE REC-SAIDA FROM REG-PROPOSTA-BOLSA
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE PROPOSTA-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P375-FIM.
      *-----------------------------------------------------------------
       P380-COPIAR-ATRASOS.
            MOVE 'ATRASOS-SAIDAS.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT ATRASO-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ATRASO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO AS-NM-BUSCOU
                           WRITE REC-SAIDA FROM REG-ATRASO-SAIDA
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE ATRASO-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P380-FIM.
      *-----------------------------------------------------------------
       P385-COPIAR-CERTIFICADOS.
            MOVE 'CERTIFICADOS-REGISTRO.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT CERTIFICADO-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ CERTIFICADO-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO CE-NM-STUDENT
                           MOVE 0 TO CE-DT-NASCIMENTO
                           WRITE REC-SAIDA FROM REG-CERTIFICADO
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE CERTIFICADO-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P385-FIM.
      *-----------------------------------------------------------------
       P390-COPIAR-ALERTAS.
            MOVE 'ALERTAS-EVASAO.TXT' TO WS-ARQUIVO-BASE
            PERFORM P800-MONTAR-NOMES
            OPEN INPUT ALERTA-FILE
            IF FS-ORIGEM NOT = '00' THEN
               PERFORM P830-ARQUIVO-AUSENTE
            ELSE
               PERFORM P810-ABRIR-DESTINO
               PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                  READ ALERTA-FILE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           MOVE 'ANONIMIZADO' TO AL-NM-STUDENT
                           MOVE 'ANONIMIZADO' TO AL-NM-RESPONSAVEL
                           MOVE SPACES TO AL-TELEFONE
                           WRITE REC-SAIDA FROM REG-ALERTA-EVASAO
                           ADD 1 TO WS-QTD-REG-ARQUIVO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                  END-READ
               END-PERFORM
               CLOSE ALERTA-FILE
               CLOSE SAIDA-FILE
               PERFORM P820-FECHAR-ARQUIVO
            END-IF
            .
       P390-FIM.
      *-----------------------------------------------------------------
      * ANO ARQUIVADO (VEJA ARQUIVAR-ANO): HISTORICO E BOLETINS DO
      * ANO, COM O MESMO TRATAMENTO DO VIVO.
      *-----------------------------------------------------------------
       P400-COPIAR-ANO-ARQUIVADO.
            MOVE SPACES TO WS-ARQUIVO-BASE
            STRING 'NOTAS-HIST-' WS-ANO-CORRENTE '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQUIVO-BASE
            END-STRING
            PERFORM P305-COPIAR-HISTORICO

            MOVE SPACES TO WS-ARQUIVO-BASE
            STRING 'BOLETINS-' WS-ANO-CORRENTE '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQUIVO-BASE
            END-STRING
            PERFORM P320-COPIAR-BOLETINS
            .
       P400-FIM.
      *-----------------------------------------------------------------
      * ARQUIVOS SEM DADO PESSOAL: LINHA A LINHA, COMO ESTAO.
      *-----------------------------------------------------------------
       P500-COPIAR-CONTROLES.
            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                    UNTIL WS-IDX-ARQ > WS-QTD-ARQ-CONTROLE
               MOVE WS-ARQ-CONTROLE (WS-IDX-ARQ) TO WS-ARQUIVO-BASE
               PERFORM P800-MONTAR-NOMES
               OPEN INPUT GENERICO-FILE
               IF FS-ORIGEM NOT = '00' THEN
                  PERFORM P830-ARQUIVO-AUSENTE
               ELSE
                  PERFORM P810-ABRIR-DESTINO
                  PERFORM WITH TEST BEFORE UNTIL WS-EOF = 'F'
                     READ GENERICO-FILE
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              WRITE REC-SAIDA FROM REC-GENERICO
                              ADD 1 TO WS-QTD-REG-ARQUIVO
                     END-READ
                  END-PERFORM
                  CLOSE GENERICO-FILE
                  CLOSE SAIDA-FILE
                  PERFORM P820-FECHAR-ARQUIVO
               END-IF
            END-PERFORM
            .
       P500-FIM.
      *-----------------------------------------------------------------
      * A MARCA VAI POR ULTIMO: MONTAGEM INTERROMPIDA NAO DEIXA UMA
      * COPIA PELA METADE COM CARA DE AMBIENTE PRONTO.
      *-----------------------------------------------------------------
       P700-GRAVAR-MARCA.
            OPEN OUTPUT AMBIENTE-FILE
            IF FS-DESTINO NOT = '00' THEN
               DISPLAY 'MARCA DE AMBIENTE NAO GRAVADA (STATUS '
                       FS-DESTINO ')'
               PERFORM P950-ABORTAR
            END-IF
            INITIALIZE REG-AMBIENTE
            SET AN-TREINAMENTO TO TRUE
            MOVE WS-DATA-HOJE TO AN-DATA-MONTAGEM
            MOVE WS-HORA-AGORA (1:6) TO AN-HORA-MONTAGEM
            MOVE WS-OPERADOR TO AN-OPERADOR
            MOVE WS-QTD-ARQUIVOS TO AN-QTD-ARQUIVOS
            WRITE REG-AMBIENTE
            CLOSE AMBIENTE-FILE
            .
       P700-FIM.
      *-----------------------------------------------------------------
      * X.TXT -> ../../X.TXT (ORIGEM) E ../../TREINAMENTO/X.TXT
      * (DESTINO); ZERA A CONTAGEM E O FIM DE ARQUIVO DA VEZ.
      *-----------------------------------------------------------------
       P800-MONTAR-NOMES.
            MOVE SPACES TO WS-NOME-ORIGEM
            STRING '../../' WS-ARQUIVO-BASE
                   DELIMITED BY SPACE INTO WS-NOME-ORIGEM
            END-STRING
            MOVE SPACES TO WS-NOME-DESTINO
            STRING '../../TREINAMENTO/' WS-ARQUIVO-BASE
                   DELIMITED BY SPACE INTO WS-NOME-DESTINO
            END-STRING
            MOVE 0 TO WS-QTD-REG-ARQUIVO
            MOVE 'N' TO WS-EOF
            .
       P800-FIM.
      *-----------------------------------------------------------------
       P810-ABRIR-DESTINO.
            OPEN OUTPUT SAIDA-FILE
            IF FS-DESTINO NOT = '00' THEN
               PERFORM P815-FALHA-DESTINO
            END-IF
            .
       P810-FIM.
      *-----------------------------------------------------------------
       P815-FALHA-DESTINO.
            DISPLAY 'NAO FOI POSSIVEL GRAVAR ' WS-NOME-DESTINO
                    ' (STATUS ' FS-DESTINO ')'
            PERFORM P950-ABORTAR
            .
       P815-FIM.
      *-----------------------------------------------------------------
       P820-FECHAR-ARQUIVO.
            ADD 1 TO WS-QTD-ARQUIVOS
            ADD WS-QTD-REG-ARQUIVO TO WS-QTD-LIDOS
            DISPLAY WS-ARQUIVO-BASE ' ' WS-QTD-REG-ARQUIVO
                    ' REGISTRO(S)'
            .
       P820-FIM.
      *-----------------------------------------------------------------
       P830-ARQUIVO-AUSENTE.
            ADD 1 TO WS-QTD-AUSENTES
            .
       P830-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DA ORIGEM CONFERIDO CONTRA O CARIMBO DELA DEPOIS DO
      * OPEN BEM-SUCEDIDO (ARQUIVO AUSENTE NAO GANHA CARIMBO NA
      * PRODUCAO); O RETORNO FICA PARA O CHAMADOR DECIDIR.
      *-----------------------------------------------------------------
       P010-CONFERIR-ORIGEM.
            SET LY-CONFERIR TO TRUE
            MOVE 'MONTAR-TREINAMENTO' TO LY-PROGRAMA
            MOVE WS-NOME-ORIGEM TO LY-NOME-ARQUIVO
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            .
       P010-FIM.
      *-----------------------------------------------------------------
      * A COPIA NASCE NO LAYOUT COMPILADO AQUI, QUE ACABOU DE SER
      * CONFERIDO NA ORIGEM.
      *-----------------------------------------------------------------
       P020-CARIMBAR-DESTINO.
            SET LY-CARIMBAR TO TRUE
            MOVE 'MONTAR-TREINAMENTO' TO LY-PROGRAMA
            MOVE WS-NOME-DESTINO TO LY-NOME-ARQUIVO
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            .
       P020-FIM.
      *-----------------------------------------------------------------
       P900-REGISTRAR-EXECUCAO.
            MOVE 'MONTAR-TREINAMENTO' TO EX-PROGRAMA
            MOVE WS-OPERADOR TO EX-OPERADOR
            MOVE WS-DATA-HOJE TO EX-DATA-INICIO
            MOVE WS-HORA-AGORA TO EX-HORA-INICIO
            ACCEPT EX-DATA-FIM FROM DATE YYYYMMDD
            ACCEPT EX-HORA-FIM FROM TIME
            MOVE SPACES TO EX-PARAMETROS
            STRING 'ANOS ARQUIVADOS ' WS-ANO-DE '-' WS-ANO-ATE
                   DELIMITED BY SIZE INTO EX-PARAMETROS
            END-STRING
            MOVE WS-QTD-LIDOS TO EX-QTD-LIDOS
            MOVE WS-QTD-ANONIMIZADOS TO EX-QTD-GRAVADOS
            MOVE WS-QTD-RECUSADOS TO EX-QTD-REJEITADOS
            CALL 'REGISTRAR-EXECUCAO'
                          USING REG-EXECUCAO, WS-RETORNO-REGISTRAR
            .
       P900-FIM.
      *-----------------------------------------------------------------
      * SEM A MARCA A COPIA PELA METADE NAO PASSA POR TREINAMENTO -
      * REMONTE DEPOIS DE CORRIGIR A CAUSA.
      *-----------------------------------------------------------------
       P950-ABORTAR.
            DISPLAY 'MONTAGEM INTERROMPIDA - AMBIENTE DE TREINAMENTO '
                    'INCOMPLETO'
            MOVE '../../TREINAMENTO/AMBIENTE.TXT' TO WS-NOME-APAGAR
            CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGAR
            SET EX-RESULTADO-ABORTADO TO TRUE
            PERFORM P900-REGISTRAR-EXECUCAO
            CALL 'LIBERAR-TRAVA' USING WS-RETORNO-LIBERAR
            MOVE 1 TO RETURN-CODE
            STOP RUN
            .
       P950-FIM.
       END PROGRAM MONTAR-TREINAMENTO.
