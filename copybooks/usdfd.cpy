      * Estoque de livros usados por loja e ISBN - separado do saldo
      * de novos (LIV-ESTOQUE/ESTLOJA.DAT): entra pela recompra do
      * caixa (PROGCOB010) e sai pela venda do exemplar usado, com
      * preco de venda e custo medio proprios.
       FD  ARQ-USADOS.
       01  REG-USADO.
           05 USD-CHAVE.
               10 USD-LOJA         PIC 9(04).
               10 USD-ISBN         PIC X(13).
           05 USD-SALDO            PIC S9(05).
      * Custo medio do que foi pago na recompra.
           05 USD-CUSTO-MEDIO      PIC 9(05)V99.
           05 USD-PRECO-VENDA      PIC 9(05)V99.
           05 USD-DATA-ULT-RECOMPRA PIC 9(08).
