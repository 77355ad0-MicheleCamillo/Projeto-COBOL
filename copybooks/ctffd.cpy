      * Contrato de frete negociado com o cliente, vigente entre as
      * datas de inicio e fim: desconto percentual sobre a tarifa,
      * frete minimo por pedido e preco fechado por UF de destino
      * (o preco da UF prevalece sobre o desconto). Mantido pelo
      * PROGCOB112 e aplicado na cotacao (PROGCOB05).
       FD  ARQ-CONTRATOS-FRETE.
       01  REG-CONTRATO-FRETE.
           05 CTF-NUMERO           PIC 9(06).
           05 CTF-CLIENTE          PIC X(06).
           05 CTF-DATA-INICIO      PIC 9(08).
           05 CTF-DATA-FIM         PIC 9(08).
           05 CTF-PERC-DESCONTO    PIC 9(02)V99.
           05 CTF-FRETE-MINIMO     PIC 9(04)V99.
           05 CTF-PRECO-UF OCCURS 10 TIMES.
               10 CTF-UF           PIC X(02).
               10 CTF-PRECO        PIC 9(04)V99.
      * Motivo da negociacao, para o historico do preco praticado.
           05 CTF-OBSERVACAO       PIC X(30).
           05 CTF-ATIVO            PIC X(01).
