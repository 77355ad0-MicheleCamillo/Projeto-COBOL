      * Vinculo operador x matricula dos vendedores da livraria
      * (VENDEDOR.DAT), mantido e lido pela comissao (PROGCOB101).
       77 WRK-EOF-VENDEDOR     PIC X(01)   VALUE 'N'.
           88 FIM-VENDEDOR     VALUE 'S'.
       77 WRK-FS-VENDEDOR      PIC X(02)   VALUE '00'.
