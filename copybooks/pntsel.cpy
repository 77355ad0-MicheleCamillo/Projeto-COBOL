           SELECT ARQ-PONTO-TRANS ASSIGN TO 'PONTOTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
