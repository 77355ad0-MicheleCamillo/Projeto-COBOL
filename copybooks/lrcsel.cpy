           SELECT ARQ-LANC-RECORRENTE ASSIGN TO 'LANCREC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRC-CODIGO
               FILE STATUS IS WRK-FS-LANC-RECORRENTE.
