           SELECT ARQ-ESTORNO ASSIGN TO 'ESTORNO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTORNO.
