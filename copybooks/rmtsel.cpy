           SELECT ARQ-REMATRICULAS ASSIGN TO 'REMATRIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-CHAVE
               FILE STATUS IS WRK-FS-REMATRICULAS.
           SELECT ARQ-LISTA-ESPERA ASSIGN TO 'LISTAESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LES-CHAVE
               FILE STATUS IS WRK-FS-LISTA-ESPERA.
           SELECT ARQ-LES-SEQ ASSIGN TO 'LESSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LES-SEQ.
