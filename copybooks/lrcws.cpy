      * Modelos de lancamento recorrente (LANCREC.DAT), mantidos e
      * postados pelo PROGCOB106.
       77 WRK-EOF-LANC-RECORRENTE PIC X(01) VALUE 'N'.
           88 FIM-LANC-RECORRENTE VALUE 'S'.
       77 WRK-FS-LANC-RECORRENTE  PIC X(02) VALUE '00'.
