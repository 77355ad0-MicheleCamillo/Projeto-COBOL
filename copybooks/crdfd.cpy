      * Parcelas a receber do crediario da loja - a venda parcelada
      * do caixa (PROGCOB010, tender R) gera um contrato numerado com
      * uma parcela por registro, vencimento rolado para dia util;
      * o recebimento no caixa baixa a parcela e o PROGCOB123 lista
      * as vencidas por loja.
       FD  ARQ-CREDIARIO.
       01  REG-CREDIARIO.
           05 CRD-CHAVE.
               10 CRD-CONTRATO     PIC 9(06).
               10 CRD-PARCELA      PIC 9(02).
           05 CRD-CLIENTE          PIC X(06).
           05 CRD-LOJA             PIC 9(04).
           05 CRD-DATA-VENDA       PIC 9(08).
           05 CRD-QTD-PARCELAS     PIC 9(02).
           05 CRD-VENCIMENTO       PIC 9(08).
      * Valor da parcela com os juros, e a parte de juros embutida
      * nele (receita de financiamento).
           05 CRD-VALOR            PIC 9(06)V99.
           05 CRD-JUROS            PIC 9(06)V99.
      * Situacao: A-em aberto, P-paga, C-cancelada por devolucao da
      * mercadoria.
           05 CRD-SITUACAO         PIC X(01).
               88 CRD-EM-ABERTO    VALUE 'A'.
               88 CRD-PAGA         VALUE 'P'.
               88 CRD-CANCELADA    VALUE 'C'.
           05 CRD-DATA-PAGAMENTO   PIC 9(08).
      * Meio de pagamento do recebimento (D/C/P) no caixa.
           05 CRD-TENDER-PAGTO     PIC X(01).

       FD  ARQ-CRD-SEQ.
       01  REG-CRD-SEQ.
           05 CSQ-ULTIMO-CONTRATO  PIC 9(06).
