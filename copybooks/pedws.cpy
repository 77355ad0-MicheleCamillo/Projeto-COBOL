       77 WRK-CEP-DESTINO     PIC 9(08)       VALUE ZEROS.
      * Transportadora escolhida para a cotacao corrente.
       77 WRK-TRANSP-ESCOLHIDA PIC X(03)      VALUE SPACES.
      * Prazo de entrega prometido: dias uteis da faixa de CEP
      * (WRK-TCP-PRAZO) contados a partir da emissao, pulando fim de
      * semana e feriado; sem faixa de CEP vale o prazo padrao.
       77 WRK-ENT-PRAZO-PADRAO PIC 9(02)      VALUE 5.
       77 WRK-ENT-PRAZO       PIC 9(02)       VALUE ZEROS.
       77 WRK-ENT-CONTADOS    PIC 9(02)       VALUE ZEROS.
       77 WRK-ENT-INT         PIC 9(08)       VALUE ZEROS.
       77 WRK-ENT-DATA        PIC 9(08)       VALUE ZEROS.
       77 WRK-ENT-DIA-SEM     PIC 9(01)       VALUE ZEROS.
      * Pedido de devolucao da cotacao corrente (logistica reversa):
      * tipo, pedido original, regra de cobranca do frete resolvida
      * (G/C/T) e valor declarado da mercadoria devolvida.
       77 WRK-DEV-TIPO        PIC X(01)       VALUE 'N'.
           88 PEDIDO-DEVOLUCAO VALUE 'D'.
       77 WRK-DEV-ORIGEM      PIC 9(06)       VALUE ZEROS.
       77 WRK-DEV-COBRANCA    PIC X(01)       VALUE SPACES.
           88 DEVOLUCAO-COBRA-CLIENTE VALUE 'C'.
       77 WRK-DEV-VALOR-DECL  PIC 9(06)V99    VALUE ZEROS.
