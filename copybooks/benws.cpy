      * Cadastro de beneficios por empregado (BENEFICIO.DAT), mantido
      * e apurado mes a mes pelo PROGCOB097.
       77 WRK-EOF-BENEFICIOS   PIC X(01)   VALUE 'N'.
           88 FIM-BENEFICIOS   VALUE 'S'.
       77 WRK-FS-BENEFICIOS    PIC X(02)   VALUE '00'.
