           SELECT ARQ-BENEF-APURADO ASSIGN TO 'BENAPUR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAP-CHAVE
               FILE STATUS IS WRK-FS-BENEF-APURADO.
