                       NOT AT END
                           IF PED-NUMERO = WRK-OCO-PEDIDO
                               SET PEDIDO-ACHADO TO TRUE
      * Na devolucao a mercadoria vale o declarado na coleta.
                               IF PED-TIPO = 'D'
                                   MOVE PED-VALOR-DECLARADO
                                       TO WRK-PED-VALOR-GUARD
                               ELSE
                                   MOVE PED-VALOR
                                       TO WRK-PED-VALOR-GUARD
                               END-IF
                               MOVE PED-ADVALOREM
                                   TO WRK-PED-ADVAL-GUARD
                               MOVE PED-TRANSPORTADORA
