      * Mensalidades escolares cobradas pelo PROGCOB085 - uma por
      * aluno e competencia (AAAAMM), com a baixa, a multa e os
      * juros apurados no pagamento.
       FD  ARQ-MENSALIDADES.
       01  REG-MENSALIDADE.
           05 MEN-CHAVE.
               10 MEN-MATRICULA    PIC X(06).
               10 MEN-COMPETENCIA  PIC 9(06).
      * Valor cobrado, ja liquido da bolsa e do desconto de irmaos.
           05 MEN-VALOR            PIC 9(06)V99.
           05 MEN-VENCIMENTO       PIC 9(08).
           05 MEN-DATA-PAGAMENTO   PIC 9(08).
           05 MEN-VALOR-PAGO       PIC 9(06)V99.
           05 MEN-MULTA            PIC 9(06)V99.
           05 MEN-JUROS            PIC 9(06)V99.
      * Bolsa mais desconto de irmaos abatidos do valor base na
      * geracao - valor base = MEN-VALOR + MEN-DESCONTO; zeros nas
      * cobrancas anteriores a este campo.
           05 MEN-DESCONTO         PIC 9(06)V99.
