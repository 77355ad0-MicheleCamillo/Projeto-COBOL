               PERFORM 9782-GRAVAR-LANCAMENTO
               MOVE WRK-RAZ-CONTA-CRE TO WRK-RAZ-CONTA
               MOVE 'C'               TO WRK-RAZ-DC
               MOVE WRK-RAZ-CENTRO    TO WRK-RAZ-CENTRO-DEB
               IF WRK-RAZ-CENTRO-CRE NOT = SPACES
                   MOVE WRK-RAZ-CENTRO-CRE TO WRK-RAZ-CENTRO
               END-IF
               PERFORM 9782-GRAVAR-LANCAMENTO
               MOVE WRK-RAZ-CENTRO-DEB TO WRK-RAZ-CENTRO
           END-IF.
           MOVE SPACES TO WRK-RAZ-REFERENCIA WRK-RAZ-CENTRO-CRE.

       9782-GRAVAR-LANCAMENTO.
           ACCEPT WRK-RAZ-DATA     FROM DATE YYYYMMDD.
           MOVE WRK-RAZ-DATA       TO RAZ-DATA.
           MOVE WRK-RAZ-CENTRO     TO RAZ-CENTRO-CUSTO.
           MOVE WRK-RAZ-DC         TO RAZ-DC.
           MOVE WRK-RAZ-REFERENCIA TO RAZ-REFERENCIA.
           IF WRK-RAZ-LOTE = SPACES
               PERFORM 9783-NUMERAR-LOTE
           END-IF.
           MOVE WRK-RAZ-LOTE       TO RAZ-LOTE.
           MOVE WRK-RAZ-ESTORNO    TO RAZ-ESTORNO.
           MOVE WRK-RAZ-DOC-TIPO   TO RAZ-DOC-TIPO.
           MOVE WRK-RAZ-DOC-NUMERO TO RAZ-DOC-NUMERO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT ARQ-RAZAO
           MOVE 1             TO WRK-CTL-QTD-DELTA.
           MOVE WRK-RAZ-VALOR TO WRK-CTL-HASH-DELTA.
           PERFORM 9620-SOMAR-CTL-TOTAL.

       9783-NUMERAR-LOTE.
      * Numero do lote = hora do primeiro lancamento (HHMMSScc); dois
      * lotes abertos no mesmo centesimo recebem numeros seguidos.
           ACCEPT WRK-RAZ-LOTE-HORA FROM TIME.
           IF WRK-RAZ-LOTE-HORA NOT > WRK-RAZ-LOTE-ULTIMO
               COMPUTE WRK-RAZ-LOTE-HORA = WRK-RAZ-LOTE-ULTIMO + 1
           END-IF.
           MOVE WRK-RAZ-LOTE-HORA TO WRK-RAZ-LOTE-ULTIMO.
           MOVE WRK-RAZ-LOTE-HORA TO WRK-RAZ-LOTE.
