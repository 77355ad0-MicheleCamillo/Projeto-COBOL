      * Parametros do recalculo - janela de vendas em dias e fator de
      * estoque de seguranca sobre a demanda do prazo da editora -
      * vigentes no master de parametros (MINCFG) na data do calculo;
      * sem vigencia aprovada valem 60 dias e o fator 1,50.
       01  REG-CFG-MINIMO.
           05 MCF-JANELA-DIAS      PIC 9(03).
           05 MCF-FATOR-SEGURANCA  PIC 9(01)V99.
       77 WRK-MNP-JANELA       PIC 9(03)   VALUE 60.
       77 WRK-MNP-FATOR        PIC 9(01)V99 VALUE 1,50.
       77 WRK-EOF-MINIMO-PROPOSTO PIC X(01) VALUE 'N'.
           88 FIM-MINIMO-PROPOSTO VALUE 'S'.
       77 WRK-FS-MINIMO-PROPOSTO PIC X(02) VALUE '00'.
