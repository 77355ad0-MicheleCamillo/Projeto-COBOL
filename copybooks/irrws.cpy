       77 WRK-IRRF-QTD-DEP     PIC 9(02)       VALUE ZEROS.
       77 WRK-IRRF-DED-DEP     PIC 9(04)V99    VALUE 200.
       77 WRK-IRRF-DEDUCAO     PIC 9(06)V99    VALUE ZEROS.
      * Faixa da tabela em que a base caiu e imposto antes da
      * parcela a deduzir.
       77 WRK-IRRF-FAIXA       PIC 9(01)       VALUE ZEROS.
       77 WRK-IRRF-IMPOSTO     PIC 9(08)V99    VALUE ZEROS.
