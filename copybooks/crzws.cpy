      * Lancamentos de caixa do razao ja conciliados (CONCRAZ.DAT),
      * mantido pelo PROGCOB103.
       77 WRK-FS-CONC-RAZAO    PIC X(02)   VALUE '00'.
