           SELECT ARQ-RESPONSAVEIS ASSIGN TO 'RESPONSAVEL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEIS.
