       77 WS-POS-OP                   PIC 9(03)       VALUE 0.
       01 WS-TABELA-OPERADORES.
           02 WS-OP-ITEM OCCURS 200 TIMES.
              03 WS-TAB-REG-OPERADOR PIC X(65).
       77 WS-CADASTRO-MUDOU           PIC 9(01)       VALUE 0.
       77 WS-SENHA-DIGITADA           PIC X(10)       VALUE SPACES.
       77 WS-SENHA-NOVA               PIC X(10)       VALUE SPACES.
