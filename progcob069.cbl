      *          titulos pagos do banco baixando automaticamente a
      *          fatura ou o pedido, com a listagem dos valores
      *          divergentes e das referencias sem par para a
      *          conferencia manual; cada titulo baixado posta o
      *          recebimento no caixa com a referencia do boleto,
      *          casada depois com o extrato pelo PROGCOB103
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'excsel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            SELECT ARQ-BOLETO-REM ASSIGN TO 'BOLREM.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-BOLETO-REM.
           COPY 'excfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.

      * Remessa de cobranca - header, um boleto por titulo em aberto
      * (referencia F+fatura ou P+pedido) e trailer com quantidade e
           COPY 'excws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                               TO FAT-DATA-PAGAMENTO
                           REWRITE REG-FATURA
                           PERFORM 0570-BAIXAR-MEMBROS
                           PERFORM 0595-POSTAR-RECEBIMENTO
                           ADD 1 TO WRK-QTD-BAIXADOS
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                       END-IF
                   IF WRK-TPD-PAGAMENTO(WRK-TPD-LOOP) = ZEROS
                       MOVE BRT-DATA-PAGTO
                           TO WRK-TPD-PAGAMENTO(WRK-TPD-LOOP)
                       PERFORM 0595-POSTAR-RECEBIMENTO
                       ADD 1 TO WRK-QTD-BAIXADOS
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-IF
           PERFORM 9700-GRAVAR-EXCECAO.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0595-POSTAR-RECEBIMENTO.
      * O boleto pago baixa o frete a receber contra o caixa, com a
      * referencia do boleto para a conciliacao bancaria.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           MOVE WRK-PER-DATA(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'PROGCOB069'      TO WRK-SUS-PROGRAMA
               MOVE 'PERIODO'         TO WRK-SUS-CAMPO
               MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR
               MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
           ELSE
               MOVE '0000'         TO WRK-RAZ-CENTRO
               MOVE 'PROGCOB069'   TO WRK-RAZ-PROGRAMA
               EVALUATE BRT-REFERENCIA(1:1)
                   WHEN 'F'
                       SET DOC-FATURA-FRETE TO TRUE
                   WHEN 'P'
                       SET DOC-PEDIDO-FRETE TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO WRK-RAZ-DOC-TIPO
               END-EVALUATE
               MOVE BRT-REFERENCIA(2:6) TO WRK-RAZ-DOC-NUMERO
               MOVE '111000'       TO WRK-RAZ-CONTA-DEB
               MOVE '112000'       TO WRK-RAZ-CONTA-CRE
               MOVE 'FRETE - RECEBIMENTO DE BOLETO'
                   TO WRK-RAZ-DESCRICAO
               MOVE BRT-VALOR      TO WRK-RAZ-VALOR
               MOVE BRT-REFERENCIA TO WRK-RAZ-REFERENCIA
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'pdtpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.

       END PROGRAM PROGCOB069.
