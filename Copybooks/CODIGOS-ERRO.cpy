          88 ERRO-NOTA-RECUPERACAO-INVALIDA VALUE 08.
          88 ERRO-GRAVAR-BOLETIM           VALUE 09.
          88 ERRO-GRAVAR-EXCECAO           VALUE 10.
          88 ERRO-LAYOUT-ARQUIVO           VALUE 11.
      * CLASSE DE SEVERIDADE DEVOLVIDA POR MENSAGEM-ERRO (A TABELA DE
      * CLASSE POR CODIGO VIVE LA, JUNTO DA TABELA DE MENSAGENS):
      * AVISO SEGUE O PROCESSAMENTO; FATAL MANDA O CHAMADOR ENCERRAR
