              '        ESTOURO NO TAMANHO DO BOLETIM        '.
           02 FILLER PIC X(45) VALUE
              '        ESTOURO NO TAMANHO DA EXCECAO        '.
           02 FILLER PIC X(45) VALUE
              '   LAYOUT DO ARQUIVO DIFERENTE DO PROGRAMA   '.
       01 WS-MENSAGENS REDEFINES WS-TABELA-MENSAGENS.
           02 WS-MENSAGEM OCCURS 11 TIMES
                          INDEXED BY WS-IDX-MSG    PIC X(45).
      * CLASSE DE SEVERIDADE POR CODIGO, NA MESMA ORDEM DA TABELA DE
      * MENSAGENS: OS ESTOUROS DE GRAVACAO (CODIGOS 09/10) SAO FATAIS
      * (SAIDA SUSPEITA NO DISCO - O LOTE DEVE PARAR LIMPO), ASSIM
      * COMO O LAYOUT DE ARQUIVO DIFERENTE DO COMPILADO (11 - VEJA
      * CONFERIR-LAYOUT); O RESTO EH AVISO DE VALIDACAO/EXIBICAO E
      * SEGUE NORMALMENTE.
       01 WS-TABELA-CLASSES           PIC X(11) VALUE 'AAAAAAAAFFF'.
       01 WS-CLASSES REDEFINES WS-TABELA-CLASSES.
           02 WS-CLASSE OCCURS 11 TIMES             PIC X(01).
       LINKAGE SECTION.
           COPY CODIGOS-ERRO.
           COPY CONTEXTO-ERRO.
                                WS-CLASSE-ERRO.
       MAIN-PROCEDURE.
            DISPLAY '***********************************************'
            IF WS-COD-ERRO >= 1 AND WS-COD-ERRO <= 11 THEN
               SET WS-IDX-MSG TO WS-COD-ERRO
               DISPLAY '*' WS-MENSAGEM (WS-IDX-MSG) '*'
               MOVE WS-CLASSE (WS-COD-ERRO) TO WS-CLASSE-ERRO
               MOVE WS-COD-ERRO    TO EL-COD-ERRO
               MOVE CX-CD-STUDENT  TO EL-CD-STUDENT
               MOVE WS-CLASSE-ERRO TO EL-CLASSE
               IF WS-COD-ERRO >= 1 AND WS-COD-ERRO <= 11 THEN
                  SET WS-IDX-MSG TO WS-COD-ERRO
                  MOVE WS-MENSAGEM (WS-IDX-MSG) TO EL-MENSAGEM
               ELSE
