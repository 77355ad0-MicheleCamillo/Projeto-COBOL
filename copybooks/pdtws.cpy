               03 WRK-TPD-TRANSP       PIC X(03).
               03 WRK-TPD-FATURA       PIC 9(06).
               03 WRK-TPD-VEICULO      PIC X(07).
               03 WRK-TPD-PROMETIDA    PIC 9(08).
               03 WRK-TPD-ENTREGA      PIC 9(08).
               03 WRK-TPD-CUSTO-FRETE  PIC 9(06)V99.
               03 WRK-TPD-CONTRATO     PIC 9(06).
               03 WRK-TPD-FRETE-TABELA PIC 9(04)V99.
               03 WRK-TPD-COB-ESTAGIO  PIC 9(01).
               03 WRK-TPD-COB-DATA     PIC 9(08).
               03 WRK-TPD-TIPO         PIC X(01).
               03 WRK-TPD-ORIGEM       PIC 9(06).
               03 WRK-TPD-COB-DEVOL    PIC X(01).
               03 WRK-TPD-VALOR-DECL   PIC 9(06)V99.
               03 WRK-TPD-DEVOLUCAO    PIC 9(06).
               03 WRK-TPD-EMBARQUE     PIC 9(08).
       77 WRK-TPD-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-TPD-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-EOF-PEDIDOS      PIC X(01)   VALUE 'N'.
