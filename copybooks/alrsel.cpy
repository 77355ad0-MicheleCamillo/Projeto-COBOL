           SELECT ARQ-ALERTAS ASSIGN TO 'ALERTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               ALTERNATE RECORD KEY IS ALR-CHAVE-ALERTA
                   WITH DUPLICATES
      * Caixa de alertas comum - qualquer programa grava nela, entao
      * o acesso e compartilhado com trava por registro.
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS WRK-FS-ALERTAS.
