           05 SNA-CREDITOS         PIC 9(12)V99.
           05 SNA-QTD-MOVIMENTOS   PIC 9(06).
           05 SNA-SALDO-FINAL      PIC S9(12)V99.
      * Linhas da competencia que pertencem a lote estornado ou que
      * sao o proprio estorno (PROGCOB107) - ja incluidas nos debitos
      * e creditos acima, aqui so para o balancete destacar.
           05 SNA-QTD-ESTORNOS     PIC 9(06).
           05 SNA-VALOR-ESTORNOS   PIC 9(12)V99.
