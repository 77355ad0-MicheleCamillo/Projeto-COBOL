      * Veiculo atribuido para a entrega (PROGCOB070) - placa do
      * master de veiculos; espacos enquanto nao romaneado.
           05 PED-VEICULO         PIC X(07).
      * Prazo de entrega prometido ao cliente na cotacao (emissao +
      * prazo da faixa de CEP em dias uteis) e data efetiva da
      * entrega informada no retorno da transportadora (PROGCOB034);
      * zeros enquanto nao entregue - base do scorecard (PROGCOB110).
           05 PED-DATA-PROMETIDA  PIC 9(08).
           05 PED-DATA-ENTREGA    PIC 9(08).
      * Custo do frete aprovado na fatura da transportadora
      * (PROGCOB111) - zeros enquanto nao faturado; contra a receita
      * da cotacao da a margem de frete do pedido.
           05 PED-CUSTO-FRETE     PIC 9(06)V99.
      * Contrato de frete do cliente que precificou o pedido
      * (CONTRFRETE.DAT) e o frete que a tarifa de tabela teria
      * cobrado; zeros no pedido cotado sem contrato.
           05 PED-CONTRATO        PIC 9(06).
           05 PED-FRETE-TABELA    PIC 9(04)V99.
      * Regua de cobranca do titulo em atraso (PROGCOB113): estagio
      * alcancado (0-em dia, 1-lembrete, 2-segundo aviso, 3-bloqueio
      * de credito, 4-cobranca externa) e a data em que foi atingido.
      * Pedido faturado e cobrado pela fatura (FAT-COBRANCA-...).
           05 PED-COBRANCA-ESTAGIO PIC 9(01).
           05 PED-COBRANCA-DATA    PIC 9(08).
      * Logistica reversa: pedido de devolucao (tipo D) referencia o
      * pedido original e faz a rota inversa - PED-UF/PED-CEP-DESTINO
      * passam a ser o ponto de coleta no cliente e o destino e a
      * nossa base. A mercadoria e do cliente, entao PED-VALOR fica
      * zerado e o valor declarado (base do ad valorem, GRIS e
      * sinistro) vai em PED-VALOR-DECLARADO. O frete da devolucao
      * e G-gratis, C-cobrado do cliente ou T-por conta da
      * transportadora com sinistro do original; G e T nascem
      * liquidados, sem titulo a receber. No pedido original,
      * PED-DEVOLUCAO aponta a devolucao gerada.
           05 PED-TIPO             PIC X(01).
           05 PED-PEDIDO-ORIGEM    PIC 9(06).
           05 PED-COBRANCA-DEVOL   PIC X(01).
           05 PED-VALOR-DECLARADO  PIC 9(06)V99.
           05 PED-DEVOLUCAO        PIC 9(06).
      * Data do embarque (status E, pelo PROGCOB033 ou pelo export de
      * carga do PROGCOB05) - base dos embarcados do dia no flash
      * gerencial; em branco nos pedidos anteriores ao campo.
           05 PED-DATA-EMBARQUE    PIC 9(08).

       FD  ARQ-PEDIDO-SEQ.
       01  REG-PEDIDO-SEQ.
