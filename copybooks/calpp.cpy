                       AT END
                           SET FIM-CALENDARIO TO TRUE
                       NOT AT END
                           IF WRK-CAL-QTD < 500
                               ADD 1 TO WRK-CAL-QTD
                               PERFORM 0171-GUARDAR-DATA-CALENDARIO
                           ELSE
                               MOVE WRK-RUN-PROGRAMA TO EXC-PROGRAMA
                               MOVE 'CALENDARIO CHEIO (MAX 500)'
                                   TO EXC-MENSAGEM
                               MOVE REG-CALENDARIO TO EXC-DADO
                               PERFORM 9700-GRAVAR-EXCECAO
               CLOSE ARQ-CALENDARIO
           END-IF.

       0171-GUARDAR-DATA-CALENDARIO.
      * Registro do layout antigo (o 5o byte e o tipo, nao digito do
      * mes) entra com ano zero e abrangencia nacional.
           IF CAL-DATA(5:1) IS NUMERIC
               MOVE CAL-DATA        TO WRK-CAL-DATA(WRK-CAL-QTD)
               MOVE CAL-TIPO        TO WRK-CAL-TIPO(WRK-CAL-QTD)
               MOVE CAL-DESCRICAO   TO WRK-CAL-DESCRICAO(WRK-CAL-QTD)
               MOVE CAL-ABRANGENCIA
                   TO WRK-CAL-ABRANGENCIA(WRK-CAL-QTD)
               MOVE CAL-LOJA        TO WRK-CAL-LOJA(WRK-CAL-QTD)
               MOVE CAL-CEP-INICIO  TO WRK-CAL-CEP-INICIO(WRK-CAL-QTD)
               MOVE CAL-CEP-FIM     TO WRK-CAL-CEP-FIM(WRK-CAL-QTD)
               MOVE CAL-ORIGEM      TO WRK-CAL-ORIGEM(WRK-CAL-QTD)
           ELSE
               MOVE ZEROS           TO WRK-CAL-ANO(WRK-CAL-QTD)
               MOVE CAL-ANT-MES     TO WRK-CAL-MES(WRK-CAL-QTD)
               MOVE CAL-ANT-DIA     TO WRK-CAL-DIA(WRK-CAL-QTD)
               MOVE CAL-ANT-TIPO    TO WRK-CAL-TIPO(WRK-CAL-QTD)
               MOVE CAL-ANT-DESCRICAO
                   TO WRK-CAL-DESCRICAO(WRK-CAL-QTD)
               MOVE 'N'             TO WRK-CAL-ABRANGENCIA(WRK-CAL-QTD)
               MOVE ZEROS           TO WRK-CAL-LOJA(WRK-CAL-QTD)
                                       WRK-CAL-CEP-INICIO(WRK-CAL-QTD)
                                       WRK-CAL-CEP-FIM(WRK-CAL-QTD)
               MOVE 'A'             TO WRK-CAL-ORIGEM(WRK-CAL-QTD)
           END-IF.

       9650-VERIFICAR-DIA-UTIL.
      * Feriado e a data completa (ou dia/mes de registro antigo, ano
      * zero) de abrangencia nacional, da loja WRK-CAL-LOJA-REF ou
      * da faixa de CEP que contem WRK-CAL-CEP-REF.
           SET DIA-UTIL TO TRUE.
           MOVE SPACES TO WRK-CAL-DESCRICAO-ACHADA.
           IF WRK-CAL-QTD > 0
               SEARCH WRK-CAL-ENTRADA
                   AT END
                       CONTINUE
                   WHEN (WRK-CAL-ANO(WRK-CAL-IDX) = WRK-DTV-ANO
                      OR WRK-CAL-ANO(WRK-CAL-IDX) = ZEROS)
                    AND WRK-CAL-MES(WRK-CAL-IDX) = WRK-DTV-MES
                    AND WRK-CAL-DIA(WRK-CAL-IDX) = WRK-DTV-DIA
                    AND WRK-CAL-TIPO(WRK-CAL-IDX) = 'H'
                    AND (WRK-CAL-ABRANGENCIA(WRK-CAL-IDX) = 'N'
                     OR (WRK-CAL-ABRANGENCIA(WRK-CAL-IDX) = 'L'
                      AND WRK-CAL-LOJA-REF > ZEROS
                      AND WRK-CAL-LOJA(WRK-CAL-IDX) = WRK-CAL-LOJA-REF)
                     OR (WRK-CAL-ABRANGENCIA(WRK-CAL-IDX) = 'C'
                      AND WRK-CAL-CEP-REF > ZEROS
                      AND WRK-CAL-CEP-REF
                          NOT < WRK-CAL-CEP-INICIO(WRK-CAL-IDX)
                      AND WRK-CAL-CEP-REF
                          NOT > WRK-CAL-CEP-FIM(WRK-CAL-IDX)))
                       SET DIA-NAO-UTIL TO TRUE
                       MOVE WRK-CAL-DESCRICAO(WRK-CAL-IDX)
                           TO WRK-CAL-DESCRICAO-ACHADA
