      * Titulos de armazenagem de terceiros - um por cliente e
      * competencia faturada pelo PROGCOB072, vencendo no prazo do
      * cliente; a baixa do pagamento e feita no PROGCOB036. Base da
      * checagem de armazenagem em atraso da permanencia de carga
      * (PROGCOB118).
       FD  ARQ-FATURAS-ARM.
       01  REG-FATURA-ARM.
           05 AFT-CHAVE.
               10 AFT-CLIENTE          PIC X(06).
               10 AFT-COMPETENCIA      PIC 9(06).
           05 AFT-VALOR                PIC 9(10)V99.
           05 AFT-DATA-EMISSAO         PIC 9(08).
           05 AFT-DATA-VENCIMENTO      PIC 9(08).
           05 AFT-DATA-PAGAMENTO       PIC 9(08).
