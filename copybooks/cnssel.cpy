           SELECT ARQ-CONSIGNACAO ASSIGN TO 'CONSIGNA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNACAO.
