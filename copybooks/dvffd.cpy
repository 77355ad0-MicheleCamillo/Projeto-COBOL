      * Devolucao de livros comprados a editora (avaria ou excesso
      * de estoque) - uma linha por ISBN dentro do documento, com o
      * pedido de compra de origem e o custo da linha do pedido; a
      * devolucao baixa LIV-ESTOQUE e o saldo da loja (PROGCOB124).
       FD  ARQ-DEVOLUCAO-FORN.
       01  REG-DEVOLUCAO-FORN.
           05 DVF-CHAVE.
               10 DVF-NUMERO       PIC 9(06).
               10 DVF-ISBN         PIC X(13).
           05 DVF-EDITORA          PIC X(20).
           05 DVF-LOJA             PIC 9(04).
           05 DVF-PCO-NUMERO       PIC 9(06).
           05 DVF-QUANTIDADE       PIC 9(05).
           05 DVF-CUSTO            PIC 9(05)V99.
      * Motivo da devolucao: A-avaria, E-excesso de estoque.
           05 DVF-MOTIVO           PIC X(01).
               88 DVF-AVARIA       VALUE 'A'.
               88 DVF-EXCESSO      VALUE 'E'.
           05 DVF-DATA             PIC 9(08).

      * Nota de debito da editora - uma por documento de devolucao,
      * com o mesmo numero; abate o proximo titulo em aberto da
      * editora no contas a pagar e fica aguardando a confirmacao do
      * credito pela editora.
       FD  ARQ-NOTA-DEBITO.
       01  REG-NOTA-DEBITO.
           05 NDB-NUMERO           PIC 9(06).
           05 NDB-EDITORA          PIC X(20).
           05 NDB-LOJA             PIC 9(04).
           05 NDB-DATA-EMISSAO     PIC 9(08).
           05 NDB-VALOR            PIC 9(08)V99.
      * Quanto da nota ja abateu titulos da editora e o ultimo
      * titulo abatido; o saldo abate o titulo seguinte.
           05 NDB-VALOR-ABATIDO    PIC 9(08)V99.
           05 NDB-CAP-NUMERO       PIC 9(06).
      * Situacao: P-aguardando credito da editora, C-credito
      * confirmado pela editora.
           05 NDB-SITUACAO         PIC X(01).
               88 NDB-AGUARDANDO   VALUE 'P'.
               88 NDB-CONFIRMADA   VALUE 'C'.
           05 NDB-DATA-CONFIRMACAO PIC 9(08).

       FD  ARQ-DVF-SEQ.
       01  REG-DVF-SEQ.
           05 DFS-ULTIMO-NUMERO    PIC 9(06).
