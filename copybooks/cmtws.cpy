      * Taxas de comissao por loja ou campanha (COMISTAX.DAT).
       77 WRK-EOF-COMISTAX     PIC X(01)   VALUE 'N'.
           88 FIM-COMISTAX     VALUE 'S'.
       77 WRK-FS-COMISTAX      PIC X(02)   VALUE '00'.
