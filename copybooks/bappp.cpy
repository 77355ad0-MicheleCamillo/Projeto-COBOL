       9558-LER-BENEFICIO-APURADO.
      * Leitura por chave completa: reprocessar a folha do mesmo mes
      * desconta o mesmo valor, sem baixa a controlar.
           MOVE ZEROS TO WRK-BAP-VT-DESCONTO.
           OPEN INPUT ARQ-BENEF-APURADO.
           IF WRK-FS-BENEF-APURADO = '00'
               MOVE WRK-BAP-COMPETENCIA-PROC TO BAP-COMPETENCIA
               MOVE WRK-BAP-MATRICULA-PROC   TO BAP-MATRICULA
               READ ARQ-BENEF-APURADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAP-VT-DESCONTO TO WRK-BAP-VT-DESCONTO
               END-READ
               CLOSE ARQ-BENEF-APURADO
           END-IF.
