           SELECT ARQ-DEVOLUCAO-FORN ASSIGN TO 'DEVFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVF-CHAVE
               FILE STATUS IS WRK-FS-DEVOLUCAO-FORN.
           SELECT ARQ-NOTA-DEBITO ASSIGN TO 'NOTADEB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-NUMERO
               FILE STATUS IS WRK-FS-NOTA-DEBITO.
           SELECT ARQ-DVF-SEQ ASSIGN TO 'DVFSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DVF-SEQ.
