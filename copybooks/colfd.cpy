      * Coleta no cliente agendada para o pedido - endereco, janela
      * de horario e peso/volume estimados; atribuida a um veiculo
      * com a mesma checagem de capacidade do romaneio (PROGCOB070).
      * Enquanto a coleta nao for realizada o pedido nao pode ser
      * confirmado (PROGCOB033).
       FD  ARQ-COLETAS.
       01  REG-COLETA.
           05 COL-PEDIDO           PIC 9(06).
           05 COL-ENDERECO         PIC X(40).
           05 COL-DATA             PIC 9(08).
      * Janela de horario HHMM.
           05 COL-HORA-INICIO      PIC 9(04).
           05 COL-HORA-FIM         PIC 9(04).
           05 COL-PESO-ESTIMADO    PIC 9(06)V99.
      * Volume em M3 e o peso cubado pelo fator do parametro FATORCUB.
           05 COL-VOLUME           PIC 9(04)V999.
           05 COL-PESO-CUBADO      PIC 9(06)V99.
           05 COL-VEICULO          PIC X(07).
      * Situacao: A-agendada, R-realizada (carga coletada),
      * X-cancelada com o pedido.
           05 COL-SITUACAO         PIC X(01).
           05 COL-PESO-COLETADO    PIC 9(06)V99.
           05 COL-DATA-REALIZADA   PIC 9(08).
