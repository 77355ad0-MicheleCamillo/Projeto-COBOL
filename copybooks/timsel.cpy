           SELECT ARQ-TABIMPOSTO ASSIGN TO 'TABIMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-CHAVE
               FILE STATUS IS WRK-FS-TABIMPOSTO.
