      *          controle - recalcula contagem e hash (EMP-SALARIO,
      *          PED-VALOR, LIV-ESTOQUE, RAZ-VALOR) de cada master e
      *          compara com CTLTOT.DAT, mantido pelos gravadores;
      *          os pedidos do arquivo morto (PEDARQ.DAT) tem total
      *          proprio (H), alimentado pelo PROGCOB116;
      *          divergencia termina em erro no RUNLOG e bloqueia o
      *          fechamento do PROGCOB013. O modo A atualiza os
      *          totais apos uma conferencia visual (carga inicial ou
            COPY 'audsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'pedarqsel.cpy'.
            COPY 'livsel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'ctlsel.cpy'.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'pedarqfd.cpy'.
           COPY 'livfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'audws.cpy'.
           COPY 'empws.cpy'.
           COPY 'pedws.cpy'.
           COPY 'pedarqws.cpy'.
           COPY 'livws.cpy'.
           COPY 'glws.cpy'.
           COPY 'ctlws.cpy'.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           PERFORM 0200-TRATAR-EMPREGADOS.
           PERFORM 0300-TRATAR-PEDIDOS.
           PERFORM 0350-TRATAR-ARQUIVO-PEDIDOS.
           PERFORM 0400-TRATAR-LIVROS.
           PERFORM 0500-TRATAR-RAZAO.
           DISPLAY '-------------------------------------'.
           MOVE 'P' TO WRK-CTL-ARQUIVO.
           PERFORM 0100-COMPARAR-OU-FIXAR.

       0350-TRATAR-ARQUIVO-PEDIDOS.
      * Arquivo morto ainda nao criado e sem total H gravado: nada
      * foi arquivado, nao ha o que conferir.
           MOVE ZEROS TO WRK-QTD-CALC WRK-HASH-CALC.
           MOVE 'N'   TO WRK-EOF-PEDARQ.
           OPEN INPUT ARQ-PEDIDOS-ARQUIVO.
           IF WRK-FS-PEDARQ = '00'
               PERFORM UNTIL FIM-PEDARQ
                   READ ARQ-PEDIDOS-ARQUIVO INTO REG-PEDIDO
                       AT END
                           SET FIM-PEDARQ TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-QTD-CALC
                           ADD PED-VALOR TO WRK-HASH-CALC
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS-ARQUIVO
           ELSE
               MOVE 'N' TO WRK-CTL-ACHADO
               OPEN INPUT ARQ-CTL-TOTAIS
               IF WRK-FS-CTL-TOTAIS = '00'
                   MOVE 'H' TO CTL-ARQUIVO
                   READ ARQ-CTL-TOTAIS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CONTROLE-ACHADO TO TRUE
                   END-READ
                   CLOSE ARQ-CTL-TOTAIS
               END-IF
           END-IF.
           IF WRK-FS-PEDARQ = '00' OR CONTROLE-ACHADO
               MOVE 'H' TO WRK-CTL-ARQUIVO
               PERFORM 0100-COMPARAR-OU-FIXAR
           END-IF.

       0400-TRATAR-LIVROS.
           MOVE ZEROS TO WRK-QTD-CALC WRK-HASH-CALC.
           MOVE 'N'   TO WRK-EOF-ARQ.
