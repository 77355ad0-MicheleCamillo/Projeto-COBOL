           MOVE VJR-MOTIVO      TO VJI-MOTIVO.
           MOVE VJR-CAMPANHA    TO VJI-CAMPANHA.
           MOVE VJR-DESC-CAMP   TO VJI-DESC-CAMP.
           MOVE VJR-OPERADOR    TO VJI-OPERADOR.
           WRITE REG-VENDA-JRN-IDX
               INVALID KEY
                   REWRITE REG-VENDA-JRN-IDX
