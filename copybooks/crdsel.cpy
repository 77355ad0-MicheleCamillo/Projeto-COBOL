           SELECT ARQ-CREDIARIO ASSIGN TO 'CREDIARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CREDIARIO.
           SELECT ARQ-CRD-SEQ ASSIGN TO 'CRDSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD-SEQ.
