      * como ativos.
           05 EMP-DATA-ADMISSAO    PIC 9(08).
           05 EMP-SITUACAO         PIC X(01).
      * Data do desligamento gravada pela rescisao (PROGCOB051) -
      * base do headcount e da rotatividade (PROGCOB100); zeros no
      * ativo e no desligado anterior a este campo.
           05 EMP-DATA-DESLIGAMENTO PIC 9(08).
