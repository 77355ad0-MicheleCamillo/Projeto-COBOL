      * Estoque consignado pelas editoras, por loja e ISBN: o que
      * entrou em consignacao, o que ja foi acertado como vendido no
      * acerto mensal e o que voltou para a editora (PROGCOB119). O
      * fisico continua somado em LIV-ESTOQUE e ESTLOJA.DAT - o
      * consignado e a parte desse saldo que ainda e da editora:
      * recebida menos acertada menos devolvida, descontadas as
      * vendas do diario ainda nao acertadas.
       FD  ARQ-CONSIGNACAO.
       01  REG-CONSIGNACAO.
           05 CNS-CHAVE.
               10 CNS-LOJA         PIC 9(04).
               10 CNS-ISBN         PIC X(13).
           05 CNS-EDITORA          PIC X(20).
      * Custo unitario acordado com a editora - o vigente no acerto
      * vale para todas as unidades vendidas da competencia.
           05 CNS-CUSTO            PIC 9(05)V99.
           05 CNS-QTD-RECEBIDA     PIC 9(06).
           05 CNS-QTD-ACERTADA     PIC 9(06).
           05 CNS-QTD-DEVOLVIDA    PIC 9(06).
      * Data da primeira entrada em consignacao - venda anterior no
      * diario era estoque proprio e nao entra no acerto.
           05 CNS-DATA-INICIO      PIC 9(08).
      * Ultima competencia (AAAAMM) acertada com a editora.
           05 CNS-ULT-ACERTO       PIC 9(06).
