           88 SALARIO-EXISTIA  VALUE 'S'.
       77 WRK-SAL-USUARIO      PIC X(20)       VALUE SPACES.
       77 WRK-SAL-DATA         PIC 9(08)       VALUE ZEROS.
      * Motivo levado ao SAL-MOTIVO da linha - o chamador que grava
      * um reajuste coletivo move a marca antes do 9530 e volta a
      * brancos depois.
       77 WRK-SAL-MOTIVO       PIC X(10)       VALUE SPACES.
       77 WRK-FS-SALHIST       PIC X(02)       VALUE '00'.
