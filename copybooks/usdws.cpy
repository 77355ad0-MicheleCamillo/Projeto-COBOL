      * Interface do estoque de usados: o programa move loja, ISBN,
      * quantidade (com sinal: recompra e devolucao positivas, venda
      * negativa) e o custo unitario da entrada para WRK-USD-*-PROC,
      * executa 9665-MOVIMENTAR-USADO (via usdpp.cpy) e recebe o
      * saldo, o custo medio e o preco de venda do usado. Para so
      * consultar, 9666-BUSCAR-USADO devolve os mesmos campos e
      * USADO-EXISTE. Os percentuais da recompra sobre LIV-PRECO por
      * estado do exemplar e o da revenda vem do master de parametros
      * (USADOCFG) vigente na WRK-USD-DATA-PROC, por
      * 9664-LER-CFG-USADOS (exige prmsel/prmfd/prmws/prmpp); sem
      * vigencia aprovada valem 40/30/20 por cento na recompra
      * (otimo/bom/regular) e 60 por cento na revenda.
       77 WRK-USD-LOJA-PROC    PIC 9(04)   VALUE ZEROS.
       77 WRK-USD-ISBN-PROC    PIC X(13)   VALUE SPACES.
       77 WRK-USD-QTD-PROC     PIC S9(05)  VALUE ZEROS.
       77 WRK-USD-CUSTO-PROC   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-USD-PRECO-NOVO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-USD-DATA-PROC    PIC 9(08)   VALUE ZEROS.
       77 WRK-USD-SALDO        PIC S9(05)  VALUE ZEROS.
       77 WRK-USD-CUSTO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-USD-PRECO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-USD-EXISTE       PIC X(01)   VALUE 'N'.
           88 USADO-EXISTE     VALUE 'S'.
       77 WRK-USD-SALDO-BASE   PIC 9(05)   VALUE ZEROS.
       77 WRK-USD-VALOR-BASE   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-USD-PCT-OTIMO    PIC 9(02)V99 VALUE 40.
       77 WRK-USD-PCT-BOM      PIC 9(02)V99 VALUE 30.
       77 WRK-USD-PCT-REGULAR  PIC 9(02)V99 VALUE 20.
       77 WRK-USD-PCT-REVENDA  PIC 9(02)V99 VALUE 60.
       77 WRK-FS-USADOS        PIC X(02)   VALUE '00'.
       01  REG-CFG-USADOS.
           05 UCF-PCT-OTIMO        PIC 9(02)V99.
           05 UCF-PCT-BOM          PIC 9(02)V99.
           05 UCF-PCT-REGULAR      PIC 9(02)V99.
           05 UCF-PCT-REVENDA      PIC 9(02)V99.
