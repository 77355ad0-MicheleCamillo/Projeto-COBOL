      * Estoque minimo proposto pelo recalculo semanal da velocidade
      * de venda (PROGCOB125) - um registro por ISBN cujo minimo
      * muda, aguardando a revisao do comprador; o arquivo e refeito
      * a cada calculo.
       FD  ARQ-MINIMO-PROPOSTO.
       01  REG-MINIMO-PROPOSTO.
           05 MNP-ISBN             PIC X(13).
           05 MNP-TITULO           PIC X(30).
           05 MNP-EDITORA          PIC X(20).
           05 MNP-MINIMO-ATUAL     PIC 9(04).
           05 MNP-MINIMO-NOVO      PIC 9(04).
      * Unidades liquidas vendidas na janela, a media diaria delas
      * e o prazo da editora usado no calculo.
           05 MNP-QTD-VENDIDA      PIC S9(06).
           05 MNP-MEDIA-DIARIA     PIC 9(04)V999.
           05 MNP-PRAZO-DIAS       PIC 9(03).
           05 MNP-DATA-CALCULO     PIC 9(08).
      * Situacao: P-pendente de revisao, A-aceito e aplicado no
      * master, R-recusado pelo comprador.
           05 MNP-SITUACAO         PIC X(01).
               88 MNP-PENDENTE     VALUE 'P'.
               88 MNP-ACEITO       VALUE 'A'.
               88 MNP-RECUSADO     VALUE 'R'.
