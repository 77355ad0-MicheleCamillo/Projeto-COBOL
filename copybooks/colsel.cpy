           SELECT ARQ-COLETAS ASSIGN TO 'COLETAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-PEDIDO
               FILE STATUS IS WRK-FS-COLETAS.
