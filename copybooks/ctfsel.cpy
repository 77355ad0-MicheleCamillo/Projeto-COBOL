           SELECT ARQ-CONTRATOS-FRETE ASSIGN TO 'CONTRFRETE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTF-NUMERO
               FILE STATUS IS WRK-FS-CONTRATOS-FRETE.
