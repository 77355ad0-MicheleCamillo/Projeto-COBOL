           05 FAT-VALOR            PIC 9(10)V99.
           05 FAT-QTD-PEDIDOS      PIC 9(03).
           05 FAT-DATA-PAGAMENTO   PIC 9(08).
      * Estagio da regua de cobranca atingido pela fatura vencida e
      * a data em que foi atingido (PROGCOB113).
           05 FAT-COBRANCA-ESTAGIO PIC 9(01).
           05 FAT-COBRANCA-DATA    PIC 9(08).

       FD  ARQ-FATURA-SEQ.
       01  REG-FATURA-SEQ.
