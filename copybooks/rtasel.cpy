           SELECT ARQ-RETROATIVO ASSIGN TO 'RETROATIVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTA-CHAVE
               FILE STATUS IS WRK-FS-RETROATIVO.
