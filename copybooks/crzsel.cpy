           SELECT ARQ-CONC-RAZAO ASSIGN TO 'CONCRAZ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRZ-POSICAO
               FILE STATUS IS WRK-FS-CONC-RAZAO.
