      * Regras de rateio de custos indiretos (RATEIO.DAT), mantidas e
      * executadas pelo PROGCOB105.
       77 WRK-EOF-RATEIO       PIC X(01)   VALUE 'N'.
           88 FIM-RATEIO       VALUE 'S'.
       77 WRK-FS-RATEIO        PIC X(02)   VALUE '00'.
