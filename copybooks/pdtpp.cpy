                                 TO WRK-TPD-FATURA(WRK-TPD-QTD)
                               MOVE PED-VEICULO
                                 TO WRK-TPD-VEICULO(WRK-TPD-QTD)
                               MOVE PED-DATA-PROMETIDA
                                 TO WRK-TPD-PROMETIDA(WRK-TPD-QTD)
                               MOVE PED-DATA-ENTREGA
                                 TO WRK-TPD-ENTREGA(WRK-TPD-QTD)
                               MOVE PED-CUSTO-FRETE
                                 TO WRK-TPD-CUSTO-FRETE(WRK-TPD-QTD)
                               MOVE PED-CONTRATO
                                 TO WRK-TPD-CONTRATO(WRK-TPD-QTD)
                               MOVE PED-FRETE-TABELA
                                 TO WRK-TPD-FRETE-TABELA(WRK-TPD-QTD)
                               MOVE PED-COBRANCA-ESTAGIO
                                 TO WRK-TPD-COB-ESTAGIO(WRK-TPD-QTD)
                               MOVE PED-COBRANCA-DATA
                                 TO WRK-TPD-COB-DATA(WRK-TPD-QTD)
                               MOVE PED-TIPO
                                 TO WRK-TPD-TIPO(WRK-TPD-QTD)
                               MOVE PED-PEDIDO-ORIGEM
                                 TO WRK-TPD-ORIGEM(WRK-TPD-QTD)
                               MOVE PED-COBRANCA-DEVOL
                                 TO WRK-TPD-COB-DEVOL(WRK-TPD-QTD)
                               MOVE PED-VALOR-DECLARADO
                                 TO WRK-TPD-VALOR-DECL(WRK-TPD-QTD)
                               MOVE PED-DEVOLUCAO
                                 TO WRK-TPD-DEVOLUCAO(WRK-TPD-QTD)
                               MOVE PED-DATA-EMBARQUE
                                 TO WRK-TPD-EMBARQUE(WRK-TPD-QTD)
                           ELSE
                               SET TABELA-PED-ESTOUROU TO TRUE
                           END-IF
                   TO PED-FATURA
               MOVE WRK-TPD-VEICULO(WRK-TPD-LOOP)
                   TO PED-VEICULO
               MOVE WRK-TPD-PROMETIDA(WRK-TPD-LOOP)
                   TO PED-DATA-PROMETIDA
               MOVE WRK-TPD-ENTREGA(WRK-TPD-LOOP)
                   TO PED-DATA-ENTREGA
               MOVE WRK-TPD-CUSTO-FRETE(WRK-TPD-LOOP)
                   TO PED-CUSTO-FRETE
               MOVE WRK-TPD-CONTRATO(WRK-TPD-LOOP)
                   TO PED-CONTRATO
               MOVE WRK-TPD-FRETE-TABELA(WRK-TPD-LOOP)
                   TO PED-FRETE-TABELA
               MOVE WRK-TPD-COB-ESTAGIO(WRK-TPD-LOOP)
                   TO PED-COBRANCA-ESTAGIO
               MOVE WRK-TPD-COB-DATA(WRK-TPD-LOOP)
                   TO PED-COBRANCA-DATA
               MOVE WRK-TPD-TIPO(WRK-TPD-LOOP)
                   TO PED-TIPO
               MOVE WRK-TPD-ORIGEM(WRK-TPD-LOOP)
                   TO PED-PEDIDO-ORIGEM
               MOVE WRK-TPD-COB-DEVOL(WRK-TPD-LOOP)
                   TO PED-COBRANCA-DEVOL
               MOVE WRK-TPD-VALOR-DECL(WRK-TPD-LOOP)
                   TO PED-VALOR-DECLARADO
               MOVE WRK-TPD-DEVOLUCAO(WRK-TPD-LOOP)
                   TO PED-DEVOLUCAO
               MOVE WRK-TPD-EMBARQUE(WRK-TPD-LOOP)
                   TO PED-DATA-EMBARQUE
               WRITE REG-PEDIDO
           END-PERFORM.
           CLOSE ARQ-PEDIDOS.
