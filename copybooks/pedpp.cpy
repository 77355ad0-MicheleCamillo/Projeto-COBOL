           MOVE WRK-TRANSP-ESCOLHIDA TO PED-TRANSPORTADORA.
           MOVE ZEROS          TO PED-FATURA.
           MOVE SPACES         TO PED-VEICULO.
           PERFORM 0387-CALCULAR-PROMESSA.
           MOVE WRK-ENT-DATA   TO PED-DATA-PROMETIDA.
           MOVE ZEROS          TO PED-DATA-ENTREGA.
           MOVE ZEROS          TO PED-CUSTO-FRETE.
           MOVE WRK-CTF-CONTRATO TO PED-CONTRATO.
           MOVE WRK-CTF-FRETE-TABELA TO PED-FRETE-TABELA.
           MOVE ZEROS          TO PED-COBRANCA-ESTAGIO.
           MOVE ZEROS          TO PED-COBRANCA-DATA.
           MOVE WRK-DEV-TIPO   TO PED-TIPO.
           MOVE ZEROS          TO PED-DEVOLUCAO.
           MOVE ZEROS          TO PED-DATA-EMBARQUE.
           IF PEDIDO-DEVOLUCAO
               MOVE WRK-DEV-ORIGEM     TO PED-PEDIDO-ORIGEM
               MOVE WRK-DEV-COBRANCA   TO PED-COBRANCA-DEVOL
               MOVE WRK-DEV-VALOR-DECL TO PED-VALOR-DECLARADO
               MOVE ZEROS              TO PED-VALOR
      * Devolucao sem cobranca do cliente nasce liquidada - nao
      * entra em fatura, aging nem regua de cobranca.
               IF NOT DEVOLUCAO-COBRA-CLIENTE
                   MOVE PED-DATA-EMISSAO TO PED-DATA-PAGAMENTO
               END-IF
           ELSE
               MOVE ZEROS  TO PED-PEDIDO-ORIGEM PED-VALOR-DECLARADO
               MOVE SPACES TO PED-COBRANCA-DEVOL
           END-IF.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS = '35'
               OPEN OUTPUT ARQ-PEDIDOS
                   SET VENCIMENTO-UTIL TO TRUE
               END-IF
           END-PERFORM.

       0387-CALCULAR-PROMESSA.
      * Data prometida = emissao + prazo da faixa de CEP contado em
      * dias uteis: so conta o dia que nao for sabado, domingo nem
      * feriado do calendario (mesmo mapeamento do 0385), inclusive
      * o feriado da cidade do CEP de destino, onde a entrega para.
           IF TARIFA-CEP-ACHADA AND WRK-TCP-PRAZO > ZEROS
               MOVE WRK-TCP-PRAZO TO WRK-ENT-PRAZO
           ELSE
               MOVE WRK-ENT-PRAZO-PADRAO TO WRK-ENT-PRAZO
           END-IF.
           COMPUTE WRK-ENT-INT =
               FUNCTION INTEGER-OF-DATE(PED-DATA-EMISSAO).
           MOVE PED-DATA-EMISSAO TO WRK-ENT-DATA.
           MOVE ZEROS TO WRK-ENT-CONTADOS.
           MOVE PED-CEP-DESTINO TO WRK-CAL-CEP-REF.
           PERFORM UNTIL WRK-ENT-CONTADOS >= WRK-ENT-PRAZO
               ADD 1 TO WRK-ENT-INT
               COMPUTE WRK-ENT-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-ENT-INT)
               COMPUTE WRK-ENT-DIA-SEM =
                   FUNCTION MOD(WRK-ENT-INT, 7) + 1
               MOVE WRK-ENT-DATA(1:4) TO WRK-DTV-ANO
               MOVE WRK-ENT-DATA(5:2) TO WRK-DTV-MES
               MOVE WRK-ENT-DATA(7:2) TO WRK-DTV-DIA
               PERFORM 9650-VERIFICAR-DIA-UTIL
               IF WRK-ENT-DIA-SEM NOT = 1 AND WRK-ENT-DIA-SEM NOT = 7
                AND NOT DIA-NAO-UTIL
                   ADD 1 TO WRK-ENT-CONTADOS
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-CAL-CEP-REF.
