      * Master de professores, grade de aulas e apuracao mensal das
      * horas-aula (PROGCOB126).
       77 WRK-EOF-PROFESSORES      PIC X(01)   VALUE 'N'.
           88 FIM-PROFESSORES      VALUE 'S'.
       77 WRK-FS-PROFESSORES       PIC X(02)   VALUE '00'.
       77 WRK-EOF-GRADE-AULAS      PIC X(01)   VALUE 'N'.
           88 FIM-GRADE-AULAS      VALUE 'S'.
       77 WRK-FS-GRADE-AULAS       PIC X(02)   VALUE '00'.
       77 WRK-EOF-AULAS-APURADAS   PIC X(01)   VALUE 'N'.
           88 FIM-AULAS-APURADAS   VALUE 'S'.
       77 WRK-FS-AULAS-APURADAS    PIC X(02)   VALUE '00'.
