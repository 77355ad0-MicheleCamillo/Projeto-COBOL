           SELECT ARQ-COMISSAO-TAXA ASSIGN TO 'COMISTAX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMT-CHAVE
               FILE STATUS IS WRK-FS-COMISTAX.
