      * Interface da marca de estorno: com ARQ-ESTORNO aberto pelo
      * programa (9786-ABRIR-ESTORNOS), 9785-CLASSIFICAR-ESTORNO (via
      * estpp.cpy) classifica a linha corrente de REG-RAZAO em
      * LINHA-NORMAL, LINHA-ESTORNADA (lote original ja estornado) ou
      * LINHA-DE-ESTORNO (espelho postado pelo estorno).
       77 WRK-EST-MARCA        PIC X(01)   VALUE 'N'.
           88 LINHA-NORMAL     VALUE 'N'.
           88 LINHA-ESTORNADA  VALUE 'E'.
           88 LINHA-DE-ESTORNO VALUE 'R'.
       77 WRK-EST-ABERTO       PIC X(01)   VALUE 'N'.
           88 ESTORNOS-ABERTOS VALUE 'S'.
       77 WRK-EOF-ESTORNO      PIC X(01)   VALUE 'N'.
           88 FIM-ESTORNO      VALUE 'S'.
       77 WRK-FS-ESTORNO       PIC X(02)   VALUE '00'.
