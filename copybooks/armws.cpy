       77 WRK-FS-FATARM        PIC X(02)   VALUE '00'.
       77 WRK-EOF-FATARM       PIC X(01)   VALUE 'N'.
           88 FIM-FATARM       VALUE 'S'.
