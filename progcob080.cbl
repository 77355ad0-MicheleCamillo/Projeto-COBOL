               MOVE WRK-LJD-LOJA(WRK-LJD-LOOP) TO WRK-CENTRO-LOJA
               MOVE WRK-CENTRO-LOJA TO WRK-RAZ-CENTRO
               MOVE 'PROGCOB080'    TO WRK-RAZ-PROGRAMA
               SET DOC-CUPOM-FISCAL TO TRUE
               MOVE SPACES TO WRK-RAZ-DOC-NUMERO
               STRING WRK-CENTRO-LOJA WRK-DATA-DIA
                   DELIMITED BY SIZE INTO WRK-RAZ-DOC-NUMERO
               END-STRING
               IF WRK-LJD-VENDAS(WRK-LJD-LOOP) > ZEROS
                   MOVE '112200' TO WRK-RAZ-CONTA-DEB
                   MOVE '411000' TO WRK-RAZ-CONTA-CRE
      * receita - o desconto ja saiu do valor da venda no caixa.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB080' TO WRK-RAZ-PROGRAMA.
           SET DOC-DIARIO-VENDAS TO TRUE.
           MOVE WRK-DATA-DIA TO WRK-RAZ-DOC-NUMERO.
           IF WRK-PTS-ACUMULO-DIA > ZEROS
               MOVE '532000' TO WRK-RAZ-CONTA-DEB
               MOVE '213300' TO WRK-RAZ-CONTA-CRE
