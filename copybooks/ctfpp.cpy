       9576-APLICAR-CONTRATO-FRETE.
      * Preco fechado da UF, quando houver, substitui a tarifa;
      * senao vale o desconto percentual. O frete minimo do
      * contrato e o piso de qualquer das duas regras.
           MOVE WRK-CTF-FRETE-TABELA TO WRK-CTF-FRETE.
           MOVE ZEROS  TO WRK-CTF-CONTRATO.
           MOVE SPACES TO WRK-CTF-REGRA.
           PERFORM 9577-BUSCAR-CONTRATO-FRETE.
           IF CONTRATO-FRETE-ACHADO
               MOVE CTF-NUMERO TO WRK-CTF-CONTRATO
               PERFORM VARYING WRK-CTF-IDX FROM 1 BY 1
                       UNTIL WRK-CTF-IDX > 10
                   IF CTF-UF(WRK-CTF-IDX) = WRK-CTF-UF
                    AND CTF-PRECO(WRK-CTF-IDX) > ZEROS
                    AND NOT CTF-REGRA-PRECO-UF
                       MOVE CTF-PRECO(WRK-CTF-IDX) TO WRK-CTF-FRETE
                       SET CTF-REGRA-PRECO-UF TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CTF-REGRA-PRECO-UF
                AND CTF-PERC-DESCONTO > ZEROS
                   COMPUTE WRK-CTF-FRETE ROUNDED =
                       WRK-CTF-FRETE-TABELA
                       * (100 - CTF-PERC-DESCONTO) / 100
                   SET CTF-REGRA-DESCONTO TO TRUE
               END-IF
               IF WRK-CTF-FRETE < CTF-FRETE-MINIMO
                   MOVE CTF-FRETE-MINIMO TO WRK-CTF-FRETE
                   SET CTF-REGRA-MINIMO TO TRUE
               END-IF
           END-IF.

       9577-BUSCAR-CONTRATO-FRETE.
      * Contrato ativo do cliente vigente na data; havendo mais de
      * um, fica o de inicio mais recente. O registro do contrato
      * escolhido e relido no fim para ficar no buffer do FD.
           MOVE 'N'   TO WRK-CTF-ACHOU WRK-EOF-CONTRATOS.
           MOVE ZEROS TO WRK-CTF-CONTRATO.
           OPEN INPUT ARQ-CONTRATOS-FRETE.
           IF WRK-FS-CONTRATOS-FRETE = '00'
               PERFORM UNTIL FIM-CONTRATOS
                   READ ARQ-CONTRATOS-FRETE NEXT RECORD
                       AT END
                           SET FIM-CONTRATOS TO TRUE
                       NOT AT END
                           IF CTF-CLIENTE = WRK-CTF-CLIENTE
                            AND CTF-ATIVO = 'S'
                            AND CTF-DATA-INICIO NOT > WRK-CTF-DATA
                            AND CTF-DATA-FIM NOT < WRK-CTF-DATA
                            AND (NOT CONTRATO-FRETE-ACHADO
                             OR CTF-DATA-INICIO > WRK-CTF-DATA-INICIO)
                               SET CONTRATO-FRETE-ACHADO TO TRUE
                               MOVE CTF-NUMERO TO WRK-CTF-CONTRATO
                               MOVE CTF-DATA-INICIO
                                   TO WRK-CTF-DATA-INICIO
                           END-IF
                   END-READ
               END-PERFORM
               IF CONTRATO-FRETE-ACHADO
                   MOVE WRK-CTF-CONTRATO TO CTF-NUMERO
                   READ ARQ-CONTRATOS-FRETE
                       INVALID KEY
                           MOVE 'N' TO WRK-CTF-ACHOU
                   END-READ
               END-IF
               CLOSE ARQ-CONTRATOS-FRETE
           END-IF.
