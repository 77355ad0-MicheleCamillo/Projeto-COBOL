       0300-APLICAR-RETORNO.
           IF RET-CODIGO = 'E'
               MOVE 'T' TO WRK-TPD-STATUS(WRK-PED-ACHADO)
      * Data efetiva da entrega fica no pedido para o acompanhamento
      * do prazo prometido na cotacao.
               MOVE RET-DATA-ENTREGA
                   TO WRK-TPD-ENTREGA(WRK-PED-ACHADO)
               SET HOUVE-BAIXA TO TRUE
               ADD 1 TO WRK-QTD-BAIXADOS
               ADD 1 TO WRK-RUN-QTD-LIDOS
