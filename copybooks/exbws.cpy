      * Extrato bancario importado (EXTBANCO.DAT), conciliado contra
      * o caixa do razao pelo PROGCOB103.
       77 WRK-EOF-EXTRATO-BANCO PIC X(01)  VALUE 'N'.
           88 FIM-EXTRATO-BANCO VALUE 'S'.
       77 WRK-FS-EXTRATO-BANCO PIC X(02)   VALUE '00'.
