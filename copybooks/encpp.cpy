       9655-SOMAR-RESERVADO-LOJA.
           MOVE ZEROS TO WRK-ENC-RESERVADO.
           MOVE 'N'   TO WRK-EOF-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS = '00'
               PERFORM UNTIL FIM-ENCOMENDAS
                   READ ARQ-ENCOMENDAS NEXT RECORD
                       AT END
                           SET FIM-ENCOMENDAS TO TRUE
                       NOT AT END
                           IF ENC-RESERVADA
                               AND ENC-LOJA = WRK-ENC-LOJA-PROC
                               AND ENC-ISBN = WRK-ENC-ISBN-PROC
                               ADD ENC-QUANTIDADE TO WRK-ENC-RESERVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCOMENDAS
           END-IF.
