           SELECT ARQ-MENSALIDADES ASSIGN TO 'MENSALIDADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-FS-MENSALIDADES.
