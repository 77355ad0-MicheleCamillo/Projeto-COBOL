      * Master do imobilizado (IMOBILIZ.DAT), mantido e depreciado
      * pelo PROGCOB102.
       77 WRK-EOF-IMOBILIZADO  PIC X(01)   VALUE 'N'.
           88 FIM-IMOBILIZADO  VALUE 'S'.
       77 WRK-FS-IMOBILIZADO   PIC X(02)   VALUE '00'.
