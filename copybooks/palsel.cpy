           SELECT ARQ-PENSAO ASSIGN TO 'PENSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-CHAVE
               FILE STATUS IS WRK-FS-PENSAO.
