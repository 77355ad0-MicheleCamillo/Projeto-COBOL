           SELECT ARQ-BENEFICIOS ASSIGN TO 'BENEFICIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WRK-FS-BENEFICIOS.
