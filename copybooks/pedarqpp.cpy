       9640-LER-CORTE-ARQUIVO.
           MOVE ZEROS TO WRK-ARC-CORTE.
           OPEN INPUT ARQ-CORTE-ARQUIVO.
           IF WRK-FS-PEDARQC = '00'
               READ ARQ-CORTE-ARQUIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARC-DATA-CORTE TO WRK-ARC-CORTE
               END-READ
               CLOSE ARQ-CORTE-ARQUIVO
           END-IF.
