       9595-BUSCAR-CLIENTE-LOJA.
           MOVE 'N' TO WRK-CLJ-VALIDO.
           MOVE ZEROS TO WRK-CLJ-LIMITE.
           MOVE WRK-CLJ-PROCURADO TO CLJ-CODIGO.
           OPEN INPUT ARQ-CLIENTES-LOJA.
           IF WRK-FS-CLILOJA = '00'
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CLJ-VALIDO
                       IF CLJ-LIMITE-CREDIARIO IS NUMERIC
                           MOVE CLJ-LIMITE-CREDIARIO TO WRK-CLJ-LIMITE
                       END-IF
               END-READ
               CLOSE ARQ-CLIENTES-LOJA
           END-IF.
