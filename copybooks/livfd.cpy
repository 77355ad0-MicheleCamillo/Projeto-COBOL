      * estoque minimo que dispara o relatorio de reposicao.
           05 LIV-ESTOQUE          PIC S9(05).
           05 LIV-ESTOQUE-MINIMO   PIC 9(04).
      * Custo medio movel do titulo - recalculado a cada entrada com
      * custo (recebimento do pedido de compra no PROGCOB074,
      * recebimento consignado no PROGCOB119, ajuste de inventario no
      * PROGCOB076) e gravado no diario de vendas como custo da
      * mercadoria vendida.
           05 LIV-CUSTO-MEDIO      PIC 9(05)V99.
      * Minimo fixado a mao pelo comprador (S) - o recalculo semanal
      * pela velocidade de venda (PROGCOB125) nao mexe no titulo.
           05 LIV-MINIMO-MANUAL    PIC X(01).
