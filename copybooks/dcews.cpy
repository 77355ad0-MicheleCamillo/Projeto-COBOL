      * Documentos escolares emitidos (PROGCOB128).
       77 WRK-FS-DOC-ESCOLAR   PIC X(02)   VALUE '00'.
       77 WRK-FS-DCE-SEQ       PIC X(02)   VALUE '00'.
       77 WRK-DCE-NUMERO       PIC 9(06)   VALUE ZEROS.
