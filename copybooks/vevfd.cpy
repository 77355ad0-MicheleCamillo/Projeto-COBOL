      * Diario de bordo do veiculo - abastecimentos e manutencoes
      * por VEI-PLACA, com o hodometro de cada evento. A manutencao
      * registra o proximo vencimento (data e/ou KM); o vencimento
      * fica pendente ate outra manutencao do mesmo servico.
       FD  ARQ-EVENTOS-VEICULO.
       01  REG-EVENTO-VEICULO.
           05 EVT-CHAVE.
               10 EVT-PLACA        PIC X(07).
               10 EVT-SEQ          PIC 9(04).
      * Tipo: A-abastecimento, M-manutencao.
           05 EVT-TIPO             PIC X(01).
           05 EVT-DATA             PIC 9(08).
           05 EVT-ODOMETRO         PIC 9(07).
           05 EVT-LITROS           PIC 9(04)V99.
           05 EVT-VALOR            PIC 9(06)V99.
      * Servico da manutencao: O-troca de oleo, R-revisao,
      * I-inspecao, P-pneus, F-freios, G-outros.
           05 EVT-SERVICO          PIC X(01).
           05 EVT-DESCRICAO        PIC X(30).
           05 EVT-PROX-DATA        PIC 9(08).
           05 EVT-PROX-KM          PIC 9(07).
      * Vencimento: P-pendente, C-cumprido por manutencao posterior,
      * branco no abastecimento.
           05 EVT-SITUACAO         PIC X(01).
