      * Folha de ponto dos horistas - um registro por empregado e
      * periodo, com as horas normais e as extras ja separadas.
      * Digitada para os horistas em geral; a dos professores e
      * gerada pela grade de aulas (PROGCOB126).
       FD  ARQ-PONTO-TRANS.
       01  REG-PONTO-TRANS.
           05 PON-MATRICULA    PIC X(06).
           05 PON-PERIODO      PIC 9(06).
           05 PON-HORAS-NORM   PIC 9(03)V99.
           05 PON-HORAS-EXTRA  PIC 9(03)V99.
