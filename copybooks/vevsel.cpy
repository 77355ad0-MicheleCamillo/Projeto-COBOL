           SELECT ARQ-EVENTOS-VEICULO ASSIGN TO 'VEIEVT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WRK-FS-EVENTOS-VEI.
