           SELECT ARQ-FATURAS-ARM ASSIGN TO 'ARMFAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFT-CHAVE
               FILE STATUS IS WRK-FS-FATARM.
