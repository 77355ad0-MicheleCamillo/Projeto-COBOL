           MOVE WRK-FAT-VALOR   TO FAT-VALOR.
           MOVE WRK-FAT-QTD-PED TO FAT-QTD-PEDIDOS.
           MOVE ZEROS           TO FAT-DATA-PAGAMENTO.
           MOVE ZEROS           TO FAT-COBRANCA-ESTAGIO.
           MOVE ZEROS           TO FAT-COBRANCA-DATA.
           WRITE REG-FATURA
               INVALID KEY
                   REWRITE REG-FATURA
