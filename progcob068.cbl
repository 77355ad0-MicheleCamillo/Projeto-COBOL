      *          e data de pagamento, o saldo corrente apos cada
      *          linha e a exposicao atual contra o limite de credito
      *          do master de clientes, num formato enviavel ao
      *          cliente em vez de leitura de registros ao telefone.
      *          Intervalo que comeca antes do corte do arquivo morto
      *          le tambem os pedidos arquivados (PEDARQ.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'pedarqsel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'pedarqfd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-DISPONIVEL-ED    PIC +Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'pedarqws.cpy'.
           COPY 'cliws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           END-IF.
           MOVE WRK-CLIENTE TO WRK-CLI-PROCURADO.
           PERFORM 9570-VALIDAR-CLIENTE.
           PERFORM 9640-LER-CORTE-ARQUIVO.

       0200-CALCULAR-ABERTURA.
      * Abertura = pedidos do cliente emitidos antes do intervalo e
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.
           IF WRK-DATA-DE < WRK-ARC-CORTE
               PERFORM 0220-ABERTURA-ARQUIVADOS
           END-IF.

       0220-ABERTURA-ARQUIVADOS.
      * Pedido arquivado foi pago antes do corte - so pesa na
      * abertura quando o intervalo comeca antes dele.
           MOVE 'N' TO WRK-EOF-PEDARQ.
           OPEN INPUT ARQ-PEDIDOS-ARQUIVO.
           IF WRK-FS-PEDARQ = '00'
               PERFORM UNTIL FIM-PEDARQ
                   READ ARQ-PEDIDOS-ARQUIVO INTO REG-PEDIDO
                       AT END
                           SET FIM-PEDARQ TO TRUE
                       NOT AT END
                           IF PED-CLIENTE = WRK-CLIENTE
                               AND PED-STATUS NOT = 'X'
                               PERFORM 0250-ACUMULAR-ABERTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS-ARQUIVO
           END-IF.

       0250-ACUMULAR-ABERTURA.
           COMPUTE WRK-VALOR-PEDIDO = PED-VALOR + PED-FRETE
           DISPLAY 'SALDO DE ABERTURA: ' WRK-SALDO-ED.
           DISPLAY 'PEDIDO EMISSAO   VENCIMENTO VALOR  PAGTO  SALDO'.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE.
           IF WRK-DATA-DE < WRK-ARC-CORTE
               PERFORM 0320-EMITIR-ARQUIVADOS
           END-IF.
           MOVE 'N' TO WRK-EOF-PED.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS = '00'
           DISPLAY 'LIMITE DE CREDITO.....: ' WRK-LIMITE-ED.
           DISPLAY 'CREDITO DISPONIVEL....: ' WRK-DISPONIVEL-ED.

       0320-EMITIR-ARQUIVADOS.
      * Os arquivados sao os pedidos mais antigos - saem antes dos
      * vivos para o extrato seguir a ordem de emissao.
           MOVE 'N' TO WRK-EOF-PEDARQ.
           OPEN INPUT ARQ-PEDIDOS-ARQUIVO.
           IF WRK-FS-PEDARQ = '00'
               PERFORM UNTIL FIM-PEDARQ
                   READ ARQ-PEDIDOS-ARQUIVO INTO REG-PEDIDO
                       AT END
                           SET FIM-PEDARQ TO TRUE
                       NOT AT END
                           IF PED-CLIENTE = WRK-CLIENTE
                               AND PED-STATUS NOT = 'X'
                               AND PED-DATA-EMISSAO >= WRK-DATA-DE
                               AND PED-DATA-EMISSAO <= WRK-DATA-ATE
                               PERFORM 0350-EMITIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS-ARQUIVO
           END-IF.

       0350-EMITIR-LINHA.
           COMPUTE WRK-VALOR-PEDIDO = PED-VALOR + PED-FRETE
               + PED-ADVALOREM + PED-GRIS + PED-PEDAGIO.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'pedarqpp.cpy'.
           COPY 'clipp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
