           SELECT ARQ-PENSAO-PAGA ASSIGN TO 'PENSAOPG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPG-CHAVE
               FILE STATUS IS WRK-FS-PENSAO-PAGA.
