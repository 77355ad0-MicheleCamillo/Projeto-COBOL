      * fechamento em vez de corromper a remessa.
       FD  ARQ-CTL-TOTAIS.
       01  REG-CTL-TOTAL.
      * E-empregados, P-pedidos, L-livros, R-razao, H-pedidos no
      * arquivo morto (PEDARQ.DAT).
           05 CTL-ARQUIVO          PIC X(01).
           05 CTL-QTD              PIC 9(08).
           05 CTL-HASH             PIC S9(14)V99.
