      * Interface do custo medio movel: com o REG-LIVRO lido e ANTES
      * de somar a quantidade em LIV-ESTOQUE, o programa move a
      * quantidade que entra (com sinal) e o custo unitario dela,
      * executa 9645-ATUALIZAR-CUSTO-MEDIO (via cmepp.cpy) e regrava
      * o registro normalmente.
       77 WRK-CME-QTD-ENTRADA  PIC S9(05)   VALUE ZEROS.
       77 WRK-CME-CUSTO-ENTRADA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CME-SALDO-BASE   PIC 9(05)    VALUE ZEROS.
       77 WRK-CME-VALOR-BASE   PIC 9(11)V99 VALUE ZEROS.
