      * Interface do desconto de vale-transporte: a folha move a
      * matricula e a competencia (AAAAMM) para os campos PROC,
      * executa 9558-LER-BENEFICIO-APURADO (via bappp.cpy) e recebe
      * em WRK-BAP-VT-DESCONTO a parte do empregado apurada pelo
      * PROGCOB097 para o mes (zeros quando nao ha apuracao).
       77 WRK-BAP-MATRICULA-PROC   PIC X(06)     VALUE SPACES.
       77 WRK-BAP-COMPETENCIA-PROC PIC 9(06)     VALUE ZEROS.
       77 WRK-BAP-VT-DESCONTO      PIC 9(06)V99  VALUE ZEROS.
       77 WRK-BAP-VALOR-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-EOF-BENEF-APURADO    PIC X(01)     VALUE 'N'.
           88 FIM-BENEF-APURADO    VALUE 'S'.
       77 WRK-FS-BENEF-APURADO     PIC X(02)     VALUE '00'.
