      *          O INCOMPLETO EH PENDENCIA, NAO REMATRICULA: O MESTRE
      *          NAO EH TOCADO E A DT-MATRICULA NAO EH RECARIMBADA ATE
      *          A PROMOCAO SER RESOLVIDA.
      *          NA REDE, A VIRADA RODA PARA UMA UNIDADE ESCOLAR OU
      *          TODAS (SELECIONAR-UNIDADE): ALUNO DE OUTRA UNIDADE NAO
      *          EH TOCADO, E O PROMOVIDO SO AVANCA PARA TURMA DA
      *          MESMA UNIDADE DA TURMA ATUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-QTD-INCOMPLETOS          PIC 9(05)       VALUE 0.
       77 WS-QTD-SEM-DESTINO          PIC 9(05)       VALUE 0.
       77 WS-QTD-NAO-ENCONTRADOS      PIC 9(05)       VALUE 0.
       77 WS-QTD-OUTRA-UNIDADE        PIC 9(05)       VALUE 0.
       77 WS-UNIDADE-FILTRO           PIC X(02)       VALUE SPACES.
       77 WS-RETORNO-SELECIONAR       PIC 9(01)       VALUE 0.
       77 WS-RETORNO-UNIDADE          PIC 9(01)       VALUE 0.
       77 WS-UNIDADE-ATUAL            PIC X(02)       VALUE SPACES.
       77 WS-TURMA-BUSCA              PIC X(05)       VALUE SPACES.
      * CADASTRO DE TURMAS EM MEMORIA, COM A OCUPACAO DE VIRADA
      * (ALUNOS COLOCADOS NA TURMA POR ESTE LOTE).
              03 WS-TAB-CAPACIDADE    PIC 9(03).
              03 WS-TAB-ATIVO         PIC X(01).
              03 WS-TAB-OCUPACAO      PIC 9(03).
              03 WS-TAB-UNIDADE       PIC X(02).
       77 WS-RETORNO-REGISTRAR        PIC 9(01)       VALUE 0.
           COPY EXECUCAO-RECORD.
      * JORNAL DE ATUALIZACOES (VEJA JORNAL-RECORD.CPY E
       77 WS-RETORNO-JORNAL           PIC 9(01)       VALUE 0.
           COPY JORNAL-RECORD.
           COPY FORMATOS-DATA.
      * CONFERENCIA DO LAYOUT DOS ARQUIVOS PRINCIPAIS CONTRA O
      * CARIMBO DE CADA UM (VEJA CONFERIR-LAYOUT).
           COPY VERSOES-LAYOUT.
           COPY CAMPOS-LAYOUT.
       77 WS-RETORNO-LAYOUT           PIC 9(01)       VALUE 0.
      * AMBIENTE EM QUE O PROGRAMA RODA (VEJA LER-AMBIENTE): EM
      * TREINAMENTO A FAIXA SAI NA TELA E NOS RELATORIOS.
           COPY CAMPOS-AMBIENTE.
       77 WS-RETORNO-LER-AMBIENTE     PIC 9(01)       VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-CONFERIR-AMBIENTE
            PERFORM P001-CONFERIR-LAYOUTS
            DISPLAY 'VIRADA DE ANO LETIVO (MATRICULA DO ANO NOVO)'
            DISPLAY 'IDENTIFICACAO DO OPERADOR.....: '
            ACCEPT WS-OPERADOR
            CALL 'SELECIONAR-UNIDADE' USING WS-OPERADOR,
                                            WS-UNIDADE-FILTRO,
                                            WS-RETORNO-SELECIONAR

            PERFORM P100-ACEITAR-DATA-MATRICULA


            OPEN I-O STUDENT
            OPEN OUTPUT ESPELHO-FILE
            IF AI-TREINAMENTO THEN
               WRITE REC-ESPELHO FROM AI-FAIXA
            END-IF

            MOVE SPACES TO REC-ESPELHO
            STRING 'ESPELHO DA VIRADA DE ANO - MATRICULA EM '
                    WS-QTD-SEM-DESTINO
            DISPLAY 'NAO ENCONTRADOS NO MESTRE.....: '
                    WS-QTD-NAO-ENCONTRADOS
            DISPLAY 'DE OUTRA UNIDADE (NAO TOCADOS): '
                    WS-QTD-OUTRA-UNIDADE
            DISPLAY 'ESPELHO GERADO: VIRADA-ANO.TXT'

            STOP RUN.
                           MOVE TU-ATIVO TO
                                WS-TAB-ATIVO (WS-QTD-TURMAS)
                           MOVE 0 TO WS-TAB-OCUPACAO (WS-QTD-TURMAS)
                           MOVE TU-CD-UNIDADE TO
                                WS-TAB-UNIDADE (WS-QTD-TURMAS)
                           IF TU-CD-UNIDADE = SPACES THEN
                              MOVE '01' TO
                                   WS-TAB-UNIDADE (WS-QTD-TURMAS)
                           END-IF
                        END-IF
               END-READ
            END-PERFORM
                    WRITE REC-ESPELHO
                    END-WRITE
                 NOT INVALID KEY
                    CALL 'CONFERIR-UNIDADE' USING WS-UNIDADE-FILTRO,
                                                  CD-UNIDADE,
                                                  WS-RETORNO-UNIDADE
                    IF WS-RETORNO-UNIDADE = 0 THEN
                       PERFORM P410-APLICAR-RESULTADO
                    ELSE
                       ADD 1 TO WS-QTD-OUTRA-UNIDADE
                    END-IF
            END-READ
            .
       P400-FIM.
            MOVE STUDENT-FILE TO JN-IMAGEM-ANTES
            MOVE CD-TURMA TO WS-TURMA-ANTES
            MOVE CD-TURMA TO WS-TURMA-DEPOIS
            MOVE SPACES TO WS-UNIDADE-ATUAL

      * INCOMPLETO NAO EH REMATRICULADO: A PROMOCAO AINDA NAO FOI
      * RESOLVIDA (MATERIAS FALTANDO), ENTAO O MESTRE FICA INTACTO -
               END-IF

               MOVE WS-TURMA-DEPOIS TO CD-TURMA
               IF WS-UNIDADE-ATUAL NOT = SPACES THEN
                  MOVE WS-UNIDADE-ATUAL TO CD-UNIDADE
               END-IF
               MOVE WS-DATA-MATRICULA TO DT-MATRICULA
               REWRITE STUDENT-FILE
                  INVALID KEY
      * DESTINO DO PROMOVIDO: PRIMEIRA TURMA ATIVA DA SERIE SEGUINTE
      * COM VAGA DE VIRADA - SEM SERIE DA TURMA ATUAL NO CADASTRO OU
      * SEM TURMA DE DESTINO, O ALUNO FICA ONDE ESTA E SAI NA
      * CONTAGEM DE PENDENCIAS PARA A SECRETARIA RESOLVER. O DESTINO
      * EH SEMPRE NA MESMA UNIDADE ESCOLAR DA TURMA ATUAL - MUDAR DE
      * ESCOLA NA REDE EH TRANSFERENCIA, NAO VIRADA.
      *-----------------------------------------------------------------
       P420-ACHAR-TURMA-DESTINO.
            MOVE 0 TO WS-SERIE-ATUAL
            MOVE SPACES TO WS-UNIDADE-ATUAL
            PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                    UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
               IF WS-TAB-CD-TURMA (WS-IDX-TURMA) = WS-TURMA-ANTES
                  THEN
                  MOVE WS-TAB-SERIE (WS-IDX-TURMA) TO WS-SERIE-ATUAL
                  MOVE WS-TAB-UNIDADE (WS-IDX-TURMA)
                    TO WS-UNIDADE-ATUAL
               END-IF
            END-PERFORM

                          OR WS-POS-TURMA > 0
                  IF WS-TAB-SERIE (WS-IDX-TURMA) = WS-SERIE-DESTINO
                     AND WS-TAB-ATIVO (WS-IDX-TURMA) = 'A'
                     AND WS-TAB-UNIDADE (WS-IDX-TURMA) =
                         WS-UNIDADE-ATUAL
                     AND WS-TAB-OCUPACAO (WS-IDX-TURMA) <
                         WS-TAB-CAPACIDADE (WS-IDX-TURMA) THEN
                     MOVE WS-IDX-TURMA TO WS-POS-TURMA
            .
       P420-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'VIRADA-ANO' TO LY-PROGRAMA
            SET LY-CONFERIR TO TRUE

            MOVE '../../STUDENT.TXT' TO LY-NOME-ARQUIVO
            MOVE VL-STUDENT TO LY-LAYOUT
            MOVE LENGTH OF STUDENT-FILE TO LY-TAMANHO
            PERFORM P002-CHAMAR-CONFERENCIA
            .
       P001-FIM.
      *-----------------------------------------------------------------
       P002-CHAMAR-CONFERENCIA.
            CALL 'CONFERIR-LAYOUT' USING CAMPOS-LAYOUT,
                                         WS-RETORNO-LAYOUT
            IF WS-RETORNO-LAYOUT NOT = 0 THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            .
       P002-FIM.
      *-----------------------------------------------------------------
      * AMBIENTE DE TREINAMENTO (MARCA AMBIENTE.TXT NA RAIZ DOS
      * DADOS): A FAIXA SAI NO ALTO DA TELA E NA PRIMEIRA LINHA DOS
      * RELATORIOS (VEJA LER-AMBIENTE).
      *-----------------------------------------------------------------
       P005-CONFERIR-AMBIENTE.
            MOVE '../../AMBIENTE.TXT' TO AI-NOME-MARCA
            CALL 'LER-AMBIENTE' USING CAMPOS-AMBIENTE,
                                      WS-RETORNO-LER-AMBIENTE
            IF AI-TREINAMENTO THEN
               DISPLAY AI-FAIXA
            END-IF
            .
       P005-FIM.
       END PROGRAM VIRADA-ANO.
