       77 WRK-EOF-COLETAS      PIC X(01)   VALUE 'N'.
           88 FIM-COLETAS      VALUE 'S'.
       77 WRK-FS-COLETAS       PIC X(02)   VALUE '00'.
