       9660-SOMAR-ABERTO-CLIENTE.
           MOVE ZEROS TO WRK-CRD-EM-ABERTO.
           MOVE 'N'   TO WRK-EOF-CREDIARIO.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CREDIARIO = '00'
               PERFORM UNTIL FIM-CREDIARIO
                   READ ARQ-CREDIARIO NEXT RECORD
                       AT END
                           SET FIM-CREDIARIO TO TRUE
                       NOT AT END
                           IF CRD-EM-ABERTO
                               AND CRD-CLIENTE = WRK-CRD-CLIENTE-PROC
                               ADD CRD-VALOR TO WRK-CRD-EM-ABERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDIARIO
           END-IF.
