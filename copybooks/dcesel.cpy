           SELECT ARQ-DOC-ESCOLAR ASSIGN TO 'DOCESC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCE-NUMERO
               FILE STATUS IS WRK-FS-DOC-ESCOLAR.
           SELECT ARQ-DCE-SEQ ASSIGN TO 'DOCSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DCE-SEQ.
