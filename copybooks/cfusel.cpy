           SELECT ARQ-CONTA-FUNC ASSIGN TO 'CONTAFUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFU-MATRICULA
               FILE STATUS IS WRK-FS-CONTA-FUNC.
