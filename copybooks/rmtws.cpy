      * Campanha de rematricula e lista de espera (PROGCOB127).
       77 WRK-FS-REMATRICULAS    PIC X(02)   VALUE '00'.
       77 WRK-EOF-REMATRICULAS   PIC X(01)   VALUE 'N'.
           88 FIM-REMATRICULAS   VALUE 'S'.
       77 WRK-FS-LISTA-ESPERA    PIC X(02)   VALUE '00'.
       77 WRK-EOF-LISTA-ESPERA   PIC X(01)   VALUE 'N'.
           88 FIM-LISTA-ESPERA   VALUE 'S'.
       77 WRK-FS-LES-SEQ         PIC X(02)   VALUE '00'.
       77 WRK-LES-SEQUENCIA      PIC 9(06)   VALUE ZEROS.
