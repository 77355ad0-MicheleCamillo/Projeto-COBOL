           SELECT ARQ-USADOS ASSIGN TO 'USADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USD-CHAVE
               FILE STATUS IS WRK-FS-USADOS.
