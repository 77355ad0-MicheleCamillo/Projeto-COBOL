       77 WRK-FS-DEVOLUCAO-FORN PIC X(02)  VALUE '00'.
       77 WRK-FS-NOTA-DEBITO   PIC X(02)   VALUE '00'.
       77 WRK-FS-DVF-SEQ       PIC X(02)   VALUE '00'.
       77 WRK-EOF-DEVOLUCAO-FORN PIC X(01) VALUE 'N'.
           88 FIM-DEVOLUCAO-FORN VALUE 'S'.
       77 WRK-EOF-NOTA-DEBITO  PIC X(01)   VALUE 'N'.
           88 FIM-NOTA-DEBITO  VALUE 'S'.
       77 WRK-DVF-NUMERO       PIC 9(06)   VALUE ZEROS.
