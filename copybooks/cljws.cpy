      * Interface da consulta ao cadastro de clientes da loja: move o
      * codigo para WRK-CLJ-PROCURADO, executa 9595-BUSCAR-CLIENTE-
      * LOJA (via cljpp.cpy) e testa CLIENTE-LOJA-VALIDO; o limite
      * do crediario do cliente achado volta em WRK-CLJ-LIMITE.
       77 WRK-CLJ-PROCURADO    PIC X(06)   VALUE SPACES.
       77 WRK-CLJ-VALIDO       PIC X(01)   VALUE 'N'.
           88 CLIENTE-LOJA-VALIDO   VALUE 'S'.
           88 CLIENTE-LOJA-INVALIDO VALUE 'N'.
       77 WRK-CLJ-LIMITE       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FS-CLILOJA       PIC X(02)   VALUE '00'.
