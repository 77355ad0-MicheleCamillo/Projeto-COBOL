           SELECT ARQ-IMOBILIZADO ASSIGN TO 'IMOBILIZ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMO-CODIGO
               FILE STATUS IS WRK-FS-IMOBILIZADO.
