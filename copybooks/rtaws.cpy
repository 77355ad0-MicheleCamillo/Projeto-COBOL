      * Interface das diferencas salariais retroativas: a folha move a
      * matricula para WRK-RTA-MATRICULA-PROC, executa
      * 9555-SOMAR-RETROATIVO (via rtapp.cpy) e recebe as diferencas
      * pendentes somadas (bruto, INSS, IRRF e FGTS); depois de
      * gravada a folha, 9556-LIQUIDAR-RETROATIVO marca as mesmas
      * competencias como pagas na data em WRK-RTA-DATA-PROC.
       77 WRK-RTA-MATRICULA-PROC PIC X(06)     VALUE SPACES.
       77 WRK-RTA-DATA-PROC      PIC 9(08)     VALUE ZEROS.
       77 WRK-RTA-TOT-BRUTO      PIC 9(08)V99  VALUE ZEROS.
       77 WRK-RTA-TOT-INSS       PIC 9(08)V99  VALUE ZEROS.
       77 WRK-RTA-TOT-IRRF       PIC 9(08)V99  VALUE ZEROS.
       77 WRK-RTA-TOT-FGTS       PIC 9(08)V99  VALUE ZEROS.
       77 WRK-RTA-QTD-MESES      PIC 9(03)     VALUE ZEROS.
       77 WRK-RTA-VALOR-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-EOF-RETROATIVO     PIC X(01)     VALUE 'N'.
           88 FIM-RETROATIVO     VALUE 'S'.
       77 WRK-FS-RETROATIVO      PIC X(02)     VALUE '00'.
