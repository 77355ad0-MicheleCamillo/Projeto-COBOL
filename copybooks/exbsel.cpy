           SELECT ARQ-EXTRATO-BANCO ASSIGN TO 'EXTBANCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXB-CHAVE
               FILE STATUS IS WRK-FS-EXTRATO-BANCO.
