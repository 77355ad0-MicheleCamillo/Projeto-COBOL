           05 SAL-PERC-VAR         PIC S9(03)V99.
           05 SAL-DATA             PIC 9(08).
           05 SAL-USUARIO          PIC X(20).
      * Origem da alteracao: brancos na alteracao individual pela
      * folha; 'DISSIDIO' no reajuste coletivo do PROGCOB096.
           05 SAL-MOTIVO           PIC X(10).
