       77 WRK-FS-CONSIGNACAO   PIC X(02)   VALUE '00'.
       77 WRK-EOF-CONSIGNACAO  PIC X(01)   VALUE 'N'.
           88 FIM-CONSIGNACAO  VALUE 'S'.
