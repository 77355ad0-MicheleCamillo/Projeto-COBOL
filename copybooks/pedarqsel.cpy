           SELECT ARQ-PEDIDOS-ARQUIVO ASSIGN TO 'PEDARQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDARQ.
           SELECT ARQ-CORTE-ARQUIVO ASSIGN TO 'PEDARQC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDARQC.
