      * Interface da pensao alimenticia: a folha move a matricula, a
      * data da folha e o liquido-base (bruto menos INSS e IRRF) para
      * os campos PROC, executa 9561-CALCULAR-PENSAO (via palpp.cpy)
      * e recebe em WRK-PAL-TOTAL o desconto das ordens vigentes,
      * limitado ao liquido-base; fora da simulacao (previa) cada
      * ordem grava a pensao do mes em PENSAOPG.DAT. O informe anual
      * move matricula e ano e executa 9563-SOMAR-PENSAO-ANO.
       77 WRK-PAL-MATRICULA-PROC PIC X(06)     VALUE SPACES.
       77 WRK-PAL-DATA-PROC      PIC 9(08)     VALUE ZEROS.
       77 WRK-PAL-BASE-LIQ       PIC 9(08)V99  VALUE ZEROS.
       77 WRK-PAL-TOTAL          PIC 9(08)V99  VALUE ZEROS.
       77 WRK-PAL-VALOR          PIC 9(08)V99  VALUE ZEROS.
       77 WRK-PAL-QTD            PIC 9(02)     VALUE ZEROS.
       77 WRK-PAL-SIMULACAO      PIC X(01)     VALUE 'N'.
           88 PENSAO-SIMULACAO   VALUE 'S'.
      * Salario minimo para as ordens na base M - a folha move aqui
      * o valor vigente na data da folha no master de parametros
      * (SALMIN); zerado, a ordem na base M nao e descontada.
       77 WRK-PAL-SAL-MINIMO     PIC 9(06)V99  VALUE ZEROS.
       77 WRK-PAL-ANO-PROC       PIC 9(04)     VALUE ZEROS.
       77 WRK-PAL-TOT-ANO        PIC 9(10)V99  VALUE ZEROS.
       77 WRK-PAL-VALOR-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-EOF-PENSAO         PIC X(01)     VALUE 'N'.
           88 FIM-PENSAO         VALUE 'S'.
       77 WRK-FS-PENSAO          PIC X(02)     VALUE '00'.
       77 WRK-EOF-PENSAO-PAGA    PIC X(01)     VALUE 'N'.
           88 FIM-PENSAO-PAGA    VALUE 'S'.
       77 WRK-FS-PENSAO-PAGA     PIC X(02)     VALUE '00'.
