           SELECT ARQ-RATEIO ASSIGN TO 'RATEIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CODIGO
               FILE STATUS IS WRK-FS-RATEIO.
