      * Author:Michele Camillo
      * Date:20260822
      * Purpose: Programa de fidelidade da livraria - cadastro de
      *          clientes da loja (CLILOJA.DAT), com o limite de
      *          credito do crediario, e extrato mensal do
      *          ledger de pontos (PONTOS.DAT): ganhos, resgatados e
      *          saldo por cliente
      * Tectonics: cobc
           88 FIM-CLIENTES     VALUE 'S'.
       77 WRK-CLJ-NOME         PIC X(30)   VALUE SPACES.
       77 WRK-MES-EXTRATO      PIC 9(06)   VALUE ZEROS.
       77 WRK-LIMITE-ED        PIC Z(07)9.99 VALUE ZEROS.

      * Acumulado do extrato por cliente: ganhos e resgatados no mes
      * pedido e saldo de todos os tempos.
           ACCEPT WRK-CLJ-PROCURADO.
           DISPLAY 'NOME:'.
           ACCEPT WRK-CLJ-NOME.
           DISPLAY 'LIMITE DO CREDIARIO (0 = SEM CREDIARIO):'.
           ACCEPT WRK-CLJ-LIMITE.
           IF WRK-CLJ-PROCURADO = SPACES OR WRK-CLJ-NOME = SPACES
               DISPLAY 'CODIGO E NOME SAO OBRIGATORIOS'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
               END-IF
               MOVE WRK-CLJ-PROCURADO TO CLJ-CODIGO
               MOVE WRK-CLJ-NOME      TO CLJ-NOME
               MOVE WRK-CLJ-LIMITE    TO CLJ-LIMITE-CREDIARIO
               WRITE REG-CLIENTE-LOJA
                   INVALID KEY
                       REWRITE REG-CLIENTE-LOJA
               MOVE WRK-CLJ-PROCURADO TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-CLJ-NOME      TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
               MOVE 'LIMITE-CREDIARIO' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-CLJ-LIMITE    TO WRK-LIMITE-ED
               MOVE WRK-LIMITE-ED     TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0400-LISTAR-CLIENTES.
                       AT END
                           SET FIM-CLIENTES TO TRUE
                       NOT AT END
                           MOVE ZEROS TO WRK-LIMITE-ED
                           IF CLJ-LIMITE-CREDIARIO IS NUMERIC
                               MOVE CLJ-LIMITE-CREDIARIO
                                   TO WRK-LIMITE-ED
                           END-IF
                           DISPLAY CLJ-CODIGO ' ' CLJ-NOME
                               ' LIMITE CREDIARIO: ' WRK-LIMITE-ED
                   END-READ
               END-PERFORM
               CLOSE ARQ-CLIENTES-LOJA
