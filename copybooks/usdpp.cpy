       9664-LER-CFG-USADOS.
           MOVE 'USADOCFG'        TO WRK-PRM-CODIGO.
           MOVE SPACES            TO WRK-PRM-ARGUMENTO.
           MOVE WRK-USD-DATA-PROC TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-USADOS
               IF UCF-PCT-OTIMO IS NUMERIC
                AND UCF-PCT-OTIMO > ZEROS
                   MOVE UCF-PCT-OTIMO TO WRK-USD-PCT-OTIMO
               END-IF
               IF UCF-PCT-BOM IS NUMERIC
                AND UCF-PCT-BOM > ZEROS
                   MOVE UCF-PCT-BOM TO WRK-USD-PCT-BOM
               END-IF
               IF UCF-PCT-REGULAR IS NUMERIC
                AND UCF-PCT-REGULAR > ZEROS
                   MOVE UCF-PCT-REGULAR TO WRK-USD-PCT-REGULAR
               END-IF
               IF UCF-PCT-REVENDA IS NUMERIC
                AND UCF-PCT-REVENDA > ZEROS
                   MOVE UCF-PCT-REVENDA TO WRK-USD-PCT-REVENDA
               END-IF
           END-IF.

       9665-MOVIMENTAR-USADO.
      * Item novo nasce com o preco de revenda informado em
      * WRK-USD-PRECO-NOVO; a entrada com custo refaz a media
      * ponderada como o custo medio dos novos (cmepp.cpy).
           OPEN I-O ARQ-USADOS.
           IF WRK-FS-USADOS = '35'
               OPEN OUTPUT ARQ-USADOS
               CLOSE ARQ-USADOS
               OPEN I-O ARQ-USADOS
           END-IF.
           MOVE WRK-USD-LOJA-PROC TO USD-LOJA.
           MOVE WRK-USD-ISBN-PROC TO USD-ISBN.
           READ ARQ-USADOS
               INVALID KEY
                   MOVE ZEROS TO USD-SALDO USD-CUSTO-MEDIO
                                 USD-DATA-ULT-RECOMPRA
                   MOVE WRK-USD-PRECO-NOVO TO USD-PRECO-VENDA
                   WRITE REG-USADO
           END-READ.
           IF WRK-USD-QTD-PROC > ZEROS
              AND WRK-USD-CUSTO-PROC > ZEROS
               IF USD-SALDO > ZEROS
                   MOVE USD-SALDO TO WRK-USD-SALDO-BASE
               ELSE
                   MOVE ZEROS TO WRK-USD-SALDO-BASE
               END-IF
               COMPUTE WRK-USD-VALOR-BASE =
                   WRK-USD-SALDO-BASE * USD-CUSTO-MEDIO
                 + WRK-USD-QTD-PROC * WRK-USD-CUSTO-PROC
               COMPUTE USD-CUSTO-MEDIO ROUNDED =
                   WRK-USD-VALOR-BASE
                   / (WRK-USD-SALDO-BASE + WRK-USD-QTD-PROC)
               MOVE WRK-USD-DATA-PROC TO USD-DATA-ULT-RECOMPRA
           END-IF.
           ADD WRK-USD-QTD-PROC TO USD-SALDO.
           REWRITE REG-USADO.
           MOVE USD-SALDO       TO WRK-USD-SALDO.
           MOVE USD-CUSTO-MEDIO TO WRK-USD-CUSTO.
           MOVE USD-PRECO-VENDA TO WRK-USD-PRECO.
           SET USADO-EXISTE TO TRUE.
           CLOSE ARQ-USADOS.

       9666-BUSCAR-USADO.
           MOVE 'N'   TO WRK-USD-EXISTE.
           MOVE ZEROS TO WRK-USD-SALDO WRK-USD-CUSTO WRK-USD-PRECO.
           OPEN INPUT ARQ-USADOS.
           IF WRK-FS-USADOS = '00'
               MOVE WRK-USD-LOJA-PROC TO USD-LOJA
               MOVE WRK-USD-ISBN-PROC TO USD-ISBN
               READ ARQ-USADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET USADO-EXISTE TO TRUE
                       MOVE USD-SALDO       TO WRK-USD-SALDO
                       MOVE USD-CUSTO-MEDIO TO WRK-USD-CUSTO
                       MOVE USD-PRECO-VENDA TO WRK-USD-PRECO
               END-READ
               CLOSE ARQ-USADOS
           END-IF.
