      * concedido - branco/zeros quando a venda saiu sem campanha.
           05 VJR-CAMPANHA     PIC X(04).
           05 VJR-DESC-CAMP    PIC 9(06)V99.
      * Operador do sign-on do caixa que registrou a transacao -
      * base da comissao dos vendedores (PROGCOB101).
           05 VJR-OPERADOR     PIC X(20).
      * Custo medio unitario do titulo no momento da transacao - base
      * do custo das vendas no relatorio de margem (PROGCOB122).
           05 VJR-CUSTO-UNIT   PIC 9(05)V99.
      * 'S' quando a linha e de exemplar usado (estoque de usados da
      * loja, USADOS.DAT) - custo e margem proprios, separados dos
      * novos no relatorio de margem.
           05 VJR-USADO        PIC X(01).
