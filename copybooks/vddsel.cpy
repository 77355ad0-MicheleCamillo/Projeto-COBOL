           SELECT ARQ-VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDD-OPERADOR
               FILE STATUS IS WRK-FS-VENDEDOR.
