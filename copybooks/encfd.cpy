      * Encomendas de clientes da loja - titulo em falta pedido no
      * caixa (PROGCOB010) com sinal, retirado no caixa com o sinal
      * abatido da venda e acompanhado no PROGCOB120; a encomenda
      * aguardando entra no proximo pedido de compra do PROGCOB074
      * e o recebimento da mercadoria reserva a quantidade para os
      * clientes na ordem do numero da encomenda.
       FD  ARQ-ENCOMENDAS.
       01  REG-ENCOMENDA.
           05 ENC-NUMERO           PIC 9(06).
           05 ENC-CLIENTE          PIC X(06).
           05 ENC-ISBN             PIC X(13).
           05 ENC-QUANTIDADE       PIC 9(03).
           05 ENC-LOJA             PIC 9(04).
           05 ENC-SINAL            PIC 9(06)V99.
           05 ENC-DATA-PEDIDO      PIC 9(08).
      * Situacao: A-aguardando mercadoria, R-reservada (aguardando
      * retirada), E-entregue ao cliente, X-reserva expirada e
      * liberada para venda.
           05 ENC-SITUACAO         PIC X(01).
               88 ENC-AGUARDANDO   VALUE 'A'.
               88 ENC-RESERVADA    VALUE 'R'.
               88 ENC-ENTREGUE     VALUE 'E'.
               88 ENC-EXPIRADA     VALUE 'X'.
      * Pedido de compra em que a encomenda entrou - zeros enquanto
      * nao foi pedida a editora.
           05 ENC-PCO-NUMERO       PIC 9(06).
           05 ENC-DATA-RESERVA     PIC 9(08).
           05 ENC-DATA-AVISO       PIC 9(08).
           05 ENC-DATA-BAIXA       PIC 9(08).

       FD  ARQ-ENC-SEQ.
       01  REG-ENC-SEQ.
           05 ESQ-ULTIMO-NUMERO    PIC 9(06).
