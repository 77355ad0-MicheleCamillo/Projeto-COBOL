           SELECT ARQ-ENCOMENDAS ASSIGN TO 'ENCOMEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS WRK-FS-ENCOMENDAS.
           SELECT ARQ-ENC-SEQ ASSIGN TO 'ENCSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENC-SEQ.
