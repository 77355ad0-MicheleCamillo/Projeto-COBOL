       77 WRK-INSS-BASE        PIC 9(08)V99    VALUE ZEROS.
       77 WRK-INSS-CALC        PIC 9(08)V99    VALUE ZEROS.
       77 WRK-INSS-VALOR       PIC 9(06)V99    VALUE ZEROS.
      * Soma das fatias por faixa antes do arredondamento final.
       77 WRK-INSS-ACUM        PIC 9(08)V9(06) VALUE ZEROS.
