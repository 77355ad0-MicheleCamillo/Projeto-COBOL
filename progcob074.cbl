      *          minimo), confere o recebimento da mercadoria contra o
      *          pedido atualizando LIV-ESTOQUE e apontando linhas
      *          recebidas a maior ou a menor, e lista os pedidos em
      *          aberto por editora; as encomendas de clientes
      *          aguardando entram no pedido e o recebimento reserva
      *          a mercadoria para elas na ordem da encomenda; o
      *          recebimento recalcula o custo medio movel do titulo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'pcosel.cpy'.
            COPY 'forsel.cpy'.
            COPY 'capsel.cpy'.
            COPY 'encsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
           COPY 'pcofd.cpy'.
           COPY 'forfd.cpy'.
           COPY 'capfd.cpy'.
           COPY 'encfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
       77 WRK-QTD-LINHAS-PO    PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-REPOR        PIC 9(05)   VALUE ZEROS.

      * Encomendas de clientes ainda fora de pedido, somadas por
      * ISBN para entrar na proxima reposicao.
       01 WRK-TAB-ENCOMENDAS.
           02 WRK-ENP-ENTRADA OCCURS 200 TIMES INDEXED BY WRK-ENP-IDX.
               03 WRK-ENP-ISBN       PIC X(13)   VALUE SPACES.
               03 WRK-ENP-QTD        PIC 9(05)   VALUE ZEROS.
               03 WRK-ENP-PEDIDA     PIC X(01)   VALUE 'N'.
       77 WRK-ENP-QTD-USADA    PIC 9(03)   VALUE ZEROS.
       77 WRK-ENP-ACHADA       PIC 9(05)   VALUE ZEROS.
       77 WRK-ENP-ACHOU        PIC X(01)   VALUE 'N'.
           88 ISBN-ENCOMENDADO VALUE 'S'.
       77 WRK-QTD-ENC-PEDIDAS  PIC 9(05)   VALUE ZEROS.
       77 WRK-REC-SALDO-RESERVA PIC 9(05)  VALUE ZEROS.
       77 WRK-REC-RESERVANDO   PIC X(01)   VALUE 'N'.
           88 RESERVA-ESGOTADA VALUE 'S'.

      * Recebimento de mercadoria contra o pedido.
       77 WRK-REC-NUMERO       PIC 9(06)   VALUE ZEROS.
       77 WRK-REC-ISBN         PIC X(13)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'cmews.cpy'.
           COPY 'pcows.cpy'.
           COPY 'forws.cpy'.
           COPY 'capws.cpy'.
           COPY 'encws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           MOVE ZEROS TO WRK-QTD-LINHAS-PO.
           MOVE 'N'   TO WRK-EOF-LIVROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0310-CARREGAR-ENCOMENDAS.
           OPEN INPUT ARQ-LIVROS.
           IF WRK-FS-LIVROS NOT = '00'
               DISPLAY 'NENHUM LIVRO CADASTRADO'
                       AT END
                           SET FIM-LIVROS TO TRUE
                       NOT AT END
                           PERFORM 0320-ACHAR-ENCOMENDA
                           IF LIV-ATIVO = 'S'
                               AND (LIV-ESTOQUE <= LIV-ESTOQUE-MINIMO
                                    OR ISBN-ENCOMENDADO)
                               PERFORM 0350-GRAVAR-LINHA-PO
                           END-IF
                   END-READ
               SUBTRACT 1 FROM WRK-PCO-NUMERO
           ELSE
               PERFORM 0380-REGRAVAR-PCO-SEQ
               PERFORM 0390-MARCAR-ENCOMENDAS
               DISPLAY 'PEDIDO DE COMPRA ' WRK-PCO-NUMERO
                   ' GERADO COM ' WRK-QTD-LINHAS-PO ' LINHAS'
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0310-CARREGAR-ENCOMENDAS.
      * Encomendas aguardando mercadoria que ainda nao entraram em
      * pedido somam por ISBN - o cliente esperando pede o titulo
      * mesmo com o estoque acima do minimo.
           MOVE ZEROS TO WRK-ENP-QTD-USADA.
           MOVE 'N'   TO WRK-EOF-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS = '00'
               PERFORM UNTIL FIM-ENCOMENDAS
                   READ ARQ-ENCOMENDAS NEXT RECORD
                       AT END
                           SET FIM-ENCOMENDAS TO TRUE
                       NOT AT END
                           IF ENC-AGUARDANDO
                               AND ENC-PCO-NUMERO = ZEROS
                               PERFORM 0315-SOMAR-ENCOMENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCOMENDAS
           END-IF.

       0315-SOMAR-ENCOMENDA.
           MOVE 'N' TO WRK-ENP-ACHOU.
           IF WRK-ENP-QTD-USADA > 0
               SET WRK-ENP-IDX TO 1
               SEARCH WRK-ENP-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-ENP-ISBN(WRK-ENP-IDX) = ENC-ISBN
                       ADD ENC-QUANTIDADE TO WRK-ENP-QTD(WRK-ENP-IDX)
                       SET ISBN-ENCOMENDADO TO TRUE
               END-SEARCH
           END-IF.
           IF NOT ISBN-ENCOMENDADO AND WRK-ENP-QTD-USADA < 200
               ADD 1 TO WRK-ENP-QTD-USADA
               MOVE ENC-ISBN       TO WRK-ENP-ISBN(WRK-ENP-QTD-USADA)
               MOVE ENC-QUANTIDADE TO WRK-ENP-QTD(WRK-ENP-QTD-USADA)
               MOVE 'N'            TO WRK-ENP-PEDIDA(WRK-ENP-QTD-USADA)
           END-IF.

       0320-ACHAR-ENCOMENDA.
           MOVE 'N'   TO WRK-ENP-ACHOU.
           MOVE ZEROS TO WRK-ENP-ACHADA.
           IF WRK-ENP-QTD-USADA > 0
               SET WRK-ENP-IDX TO 1
               SEARCH WRK-ENP-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-ENP-ISBN(WRK-ENP-IDX) = LIV-ISBN
                       MOVE WRK-ENP-QTD(WRK-ENP-IDX) TO WRK-ENP-ACHADA
                       SET ISBN-ENCOMENDADO TO TRUE
               END-SEARCH
           END-IF.

       0350-GRAVAR-LINHA-PO.
           IF LIV-ESTOQUE <= LIV-ESTOQUE-MINIMO
               COMPUTE WRK-QTD-REPOR =
                   (LIV-ESTOQUE-MINIMO * 2) - LIV-ESTOQUE
           ELSE
               MOVE ZEROS TO WRK-QTD-REPOR
           END-IF.
           ADD WRK-ENP-ACHADA TO WRK-QTD-REPOR.
           OPEN I-O ARQ-PEDIDOS-COMPRA.
           IF WRK-FS-PED-COMPRA = '35'
               OPEN OUTPUT ARQ-PEDIDOS-COMPRA
           END-WRITE.
           CLOSE ARQ-PEDIDOS-COMPRA.
           DISPLAY PCO-ISBN ' ' PCO-EDITORA ' QTD ' PCO-QTD-PEDIDA.
           IF WRK-ENP-ACHADA > ZEROS
               MOVE 'S' TO WRK-ENP-PEDIDA(WRK-ENP-IDX)
               DISPLAY '    DAS QUAIS ' WRK-ENP-ACHADA
                   ' PARA ENCOMENDAS DE CLIENTES'
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS-PO WRK-RUN-QTD-LIDOS.

       0390-MARCAR-ENCOMENDAS.
      * As encomendas cujo ISBN entrou no pedido ficam com o numero
      * dele para nao serem pedidas de novo na proxima reposicao.
           MOVE ZEROS TO WRK-QTD-ENC-PEDIDAS.
           MOVE 'N'   TO WRK-EOF-ENCOMENDAS.
           OPEN I-O ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS = '00'
               PERFORM UNTIL FIM-ENCOMENDAS
                   READ ARQ-ENCOMENDAS NEXT RECORD
                       AT END
                           SET FIM-ENCOMENDAS TO TRUE
                       NOT AT END
                           IF ENC-AGUARDANDO
                               AND ENC-PCO-NUMERO = ZEROS
                               PERFORM 0395-MARCAR-UMA-ENCOMENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCOMENDAS
           END-IF.
           IF WRK-QTD-ENC-PEDIDAS > ZEROS
               DISPLAY 'ENCOMENDAS DE CLIENTES NO PEDIDO: '
                   WRK-QTD-ENC-PEDIDAS
           END-IF.

       0395-MARCAR-UMA-ENCOMENDA.
           IF WRK-ENP-QTD-USADA > 0
               SET WRK-ENP-IDX TO 1
               SEARCH WRK-ENP-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-ENP-ISBN(WRK-ENP-IDX) = ENC-ISBN
                       IF WRK-ENP-PEDIDA(WRK-ENP-IDX) = 'S'
                           MOVE WRK-PCO-NUMERO TO ENC-PCO-NUMERO
                           REWRITE REG-ENCOMENDA
                           ADD 1 TO WRK-QTD-ENC-PEDIDAS
                       END-IF
               END-SEARCH
           END-IF.

       0380-REGRAVAR-PCO-SEQ.
           MOVE WRK-PCO-NUMERO TO PSQ-ULTIMO-NUMERO.
           OPEN OUTPUT ARQ-PCO-SEQ.
                       DISPLAY 'ISBN FORA DO MASTER DE LIVROS'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
      * A entrada entra na media ao custo da linha do pedido.
                       MOVE WRK-REC-QTD TO WRK-CME-QTD-ENTRADA
                       MOVE PCO-CUSTO-ESPERADO
                           TO WRK-CME-CUSTO-ENTRADA
                       PERFORM 9645-ATUALIZAR-CUSTO-MEDIO
                       ADD WRK-REC-QTD TO LIV-ESTOQUE
                       REWRITE REG-LIVRO
      * O total de controle 'L' acompanha a entrada de estoque,
                       MOVE WRK-REC-QTD TO WRK-CTL-HASH-DELTA
                       PERFORM 9620-SOMAR-CTL-TOTAL
                       DISPLAY 'ESTOQUE ATUALIZADO: ' LIV-ESTOQUE
                       PERFORM 0590-RESERVAR-ENCOMENDAS
               END-READ
               CLOSE ARQ-LIVROS
           END-IF.

       0590-RESERVAR-ENCOMENDAS.
      * A quantidade recebida fica reservada para os clientes que
      * aguardam o titulo, na ordem da encomenda; a primeira que nao
      * couber inteira interrompe a reserva para nenhuma encomenda
      * posterior passar na frente dela.
           MOVE WRK-REC-QTD TO WRK-REC-SALDO-RESERVA.
           MOVE 'N' TO WRK-REC-RESERVANDO WRK-EOF-ENCOMENDAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS = '00'
               PERFORM UNTIL FIM-ENCOMENDAS OR RESERVA-ESGOTADA
                   READ ARQ-ENCOMENDAS NEXT RECORD
                       AT END
                           SET FIM-ENCOMENDAS TO TRUE
                       NOT AT END
                           IF ENC-AGUARDANDO
                               AND ENC-ISBN = WRK-REC-ISBN
                               PERFORM 0595-RESERVAR-UMA-ENCOMENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCOMENDAS
           END-IF.

       0595-RESERVAR-UMA-ENCOMENDA.
           IF ENC-QUANTIDADE > WRK-REC-SALDO-RESERVA
               SET RESERVA-ESGOTADA TO TRUE
           ELSE
               SET ENC-RESERVADA TO TRUE
               MOVE WRK-DATA-HOJE TO ENC-DATA-RESERVA
               REWRITE REG-ENCOMENDA
               SUBTRACT ENC-QUANTIDADE FROM WRK-REC-SALDO-RESERVA
               DISPLAY 'RESERVADO PARA A ENCOMENDA ' ENC-NUMERO
                   ' - CLIENTE ' ENC-CLIENTE ' LOJA ' ENC-LOJA
                   ' QTD ' ENC-QUANTIDADE
           END-IF.

       0585-GERAR-TITULO-PAGAR.
      * O recebimento cria o titulo no contas a pagar: quantidade
      * recebida ao custo esperado da linha, vencendo pelo prazo do
           MOVE WRK-DATA-HOJE      TO CAP-DATA-EMISSAO.
           MOVE WRK-CAP-VENCIMENTO TO CAP-DATA-VENCIMENTO.
           MOVE ZEROS              TO CAP-DATA-PAGAMENTO.
           MOVE SPACES             TO CAP-SITUACAO CAP-OCORRENCIA.
           MOVE ZEROS              TO CAP-DATA-REMESSA.
           MOVE SPACES             TO CAP-FATURA-TRANSP.
           MOVE ZEROS              TO CAP-ACERTO-CONSIG.
           WRITE REG-CONTA-PAGAR
               INVALID KEY
                   REWRITE REG-CONTA-PAGAR
               WRK-CAP-VALOR-ED ' VENC ' WRK-CAP-VENCIMENTO.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB074' TO WRK-RAZ-PROGRAMA.
           SET DOC-TITULO-PAGAR TO TRUE.
           MOVE WRK-CAP-NUMERO TO WRK-RAZ-DOC-NUMERO.
           MOVE '113000'     TO WRK-RAZ-CONTA-DEB.
           MOVE '211500'     TO WRK-RAZ-CONTA-CRE.
           MOVE 'COMPRA DE LIVROS - RECEBIMENTO'
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'cmepp.cpy'.
           COPY 'forpp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
