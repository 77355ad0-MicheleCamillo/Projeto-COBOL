           MOVE WRK-VJR-MOTIVO      TO VJR-MOTIVO.
           MOVE WRK-VJR-CAMPANHA    TO VJR-CAMPANHA.
           MOVE WRK-VJR-DESC-CAMP   TO VJR-DESC-CAMP.
           MOVE WRK-VJR-OPERADOR    TO VJR-OPERADOR.
           MOVE WRK-VJR-CUSTO       TO VJR-CUSTO-UNIT.
           MOVE WRK-VJR-USADO       TO VJR-USADO.
           OPEN INPUT ARQ-VENDA-JORNAL.
           IF WRK-FS-VENDAJRN = '35'
               OPEN OUTPUT ARQ-VENDA-JORNAL
           MOVE WRK-VJR-MOTIVO      TO VJI-MOTIVO.
           MOVE WRK-VJR-CAMPANHA    TO VJI-CAMPANHA.
           MOVE WRK-VJR-DESC-CAMP   TO VJI-DESC-CAMP.
           MOVE WRK-VJR-OPERADOR    TO VJI-OPERADOR.
           WRITE REG-VENDA-JRN-IDX
               INVALID KEY
                   REWRITE REG-VENDA-JRN-IDX
