           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-FS-PARAMETROS.
