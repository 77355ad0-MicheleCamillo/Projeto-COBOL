           SELECT ARQ-MINIMO-PROPOSTO ASSIGN TO 'MINPROP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNP-ISBN
               FILE STATUS IS WRK-FS-MINIMO-PROPOSTO.
