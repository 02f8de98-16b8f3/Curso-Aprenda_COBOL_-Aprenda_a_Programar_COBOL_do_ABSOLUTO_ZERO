      *          NOME E PELO ULTIMO SOBRENOME ISOLADOS (SEPARAR-NOME).
      *          AS OCORRENCIAS SAEM COM CD-STUDENT, TURMA, MATRICULA
      *          E SITUACAO - O BALCAO PARA DE DEPENDER DA LISTA DE
      *          PAPEL DESATUALIZADA. TAMBEM EH CHAMADO PELA FICHA DO
      *          ALUNO (FICHA-ALUNO) NA BUSCA POR NOME - POR ISSO
      *          TERMINA COM GOBACK E ZERA O ESTADO A CADA CHAMADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-PRIMEIRO-NOME            PIC X(30)       VALUE SPACES.
       77 WS-ULTIMO-NOME              PIC X(30)       VALUE SPACES.
       77 WS-RETORNO-SEPARAR          PIC 9(01)       VALUE 0.
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
            MOVE 'N' TO WS-EOF
            MOVE 0 TO WS-QTD-ENCONTRADOS
            MOVE SPACES TO WS-NOME-BUSCA
            DISPLAY 'BUSCA DE ALUNO POR NOME'
            DISPLAY 'NOME (COMPLETO OU PARCIAL)....: '
            ACCEPT WS-NOME-BUSCA
              TO WS-TAMANHO-BUSCA
            IF WS-TAMANHO-BUSCA = 0 THEN
               DISPLAY 'NOME EM BRANCO - NADA A BUSCAR'
               GOBACK
            END-IF

            OPEN INPUT STUDENT
            IF FS-STUDENT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STUDENT.TXT - STATUS ' FS-STUDENT
               GOBACK
            END-IF

            DISPLAY 'CODIGO TURMA MATRICULA  SIT NOME'
            DISPLAY ' '
            DISPLAY 'ALUNOS ENCONTRADOS............: '
                    WS-QTD-ENCONTRADOS
            GOBACK.
      *-----------------------------------------------------------------
      * COMPARA O TEXTO BUSCADO (JA NORMALIZADO) COM O PREFIXO DO NOME
      * COMPLETO E COM O PRIMEIRO NOME/ULTIMO SOBRENOME ISOLADOS - O
            .
       P200-FIM.
      *-----------------------------------------------------------------
      * LAYOUT DOS ARQUIVOS PRINCIPAIS CONFERIDO CONTRA O CARIMBO DE
      * CADA UM ANTES DE QUALQUER OPEN - VERSAO DIFERENTE DA COMPILADA
      * PARA ESTE PROGRAMA PARA O PROCESSAMENTO (VEJA CONFERIR-LAYOUT).
      *-----------------------------------------------------------------
       P001-CONFERIR-LAYOUTS.
            MOVE 'BUSCAR-ALUNO-NOME' TO LY-PROGRAMA
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
       END PROGRAM BUSCAR-ALUNO-NOME.
