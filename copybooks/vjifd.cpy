           05 VJI-MOTIVO           PIC X(20).
           05 VJI-CAMPANHA         PIC X(04).
           05 VJI-DESC-CAMP        PIC 9(06)V99.
           05 VJI-OPERADOR         PIC X(20).
