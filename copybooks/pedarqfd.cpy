      * Arquivo morto dos pedidos encerrados (entregues, faturados e
      * pagos) tirados de PEDIDOS.DAT pelo PROGCOB116 - cada registro
      * e a imagem de REG-PEDIDO; quem consulta le com READ ... INTO
      * REG-PEDIDO e trata como um pedido vivo.
       FD  ARQ-PEDIDOS-ARQUIVO.
       01  REG-PEDIDO-ARQUIVO      PIC X(250).

      * Data de corte do ultimo arquivamento: todo pedido arquivado
      * foi pago antes dela, entao so periodo anterior ao corte
      * precisa ler o arquivo morto.
       FD  ARQ-CORTE-ARQUIVO.
       01  REG-CORTE-ARQUIVO.
           05 ARC-DATA-CORTE       PIC 9(08).
           05 ARC-DATA-EXECUCAO    PIC 9(08).
           05 ARC-QTD-ARQUIVADOS   PIC 9(08).
