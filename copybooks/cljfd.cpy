       01  REG-CLIENTE-LOJA.
           05 CLJ-CODIGO           PIC X(06).
           05 CLJ-NOME             PIC X(30).
      * Limite de credito do crediario da loja (PROGCOB041) - zero
      * quer dizer cliente sem crediario aprovado.
           05 CLJ-LIMITE-CREDIARIO PIC 9(08)V99.
