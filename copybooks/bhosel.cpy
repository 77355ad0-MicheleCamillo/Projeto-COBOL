           SELECT ARQ-BANCO-HORAS ASSIGN TO 'BANCOHOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHO-CHAVE
               FILE STATUS IS WRK-FS-BANCO-HORAS.
