       9785-CLASSIFICAR-ESTORNO.
           SET LINHA-NORMAL TO TRUE.
           IF RAZ-ESTORNO = 'R'
               SET LINHA-DE-ESTORNO TO TRUE
           ELSE
               IF ESTORNOS-ABERTOS AND RAZ-LOTE NOT = SPACES
                   MOVE RAZ-PROGRAMA-ORIGEM TO EST-PROGRAMA
                   MOVE RAZ-DATA            TO EST-DATA
                   MOVE RAZ-LOTE            TO EST-LOTE
                   READ ARQ-ESTORNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET LINHA-ESTORNADA TO TRUE
                   END-READ
               END-IF
           END-IF.

       9786-ABRIR-ESTORNOS.
      * Sem ESTORNO.DAT nenhum lote foi estornado - toda linha que
      * nao for espelho e normal.
           MOVE 'N' TO WRK-EST-ABERTO.
           OPEN INPUT ARQ-ESTORNO.
           IF WRK-FS-ESTORNO = '00'
               SET ESTORNOS-ABERTOS TO TRUE
           END-IF.

       9787-FECHAR-ESTORNOS.
           IF ESTORNOS-ABERTOS
               CLOSE ARQ-ESTORNO
               MOVE 'N' TO WRK-EST-ABERTO
           END-IF.
