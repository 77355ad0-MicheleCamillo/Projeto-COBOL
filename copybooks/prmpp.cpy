       9680-BUSCAR-PARAMETRO.
      * Percorre as vigencias do codigo/argumento em ordem de data e
      * fica com a ultima aprovada que ja valia na data da
      * transacao; pendente e rejeitada nao contam.
           MOVE 'N'    TO WRK-PRM-ACHOU WRK-EOF-PARAMETROS.
           MOVE SPACES TO WRK-PRM-VALOR.
           MOVE ZEROS  TO WRK-PRM-VIGENCIA.
           MOVE WRK-PRM-DATA-REF TO WRK-PRM-DATA-USADA.
           IF WRK-PRM-DATA-USADA = ZEROS
               ACCEPT WRK-PRM-DATA-USADA FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ARQ-PARAMETROS.
           IF WRK-FS-PARAMETROS = '00'
               MOVE WRK-PRM-CODIGO    TO PRM-CODIGO
               MOVE WRK-PRM-ARGUMENTO TO PRM-ARGUMENTO
               MOVE ZEROS             TO PRM-VIGENCIA
               START ARQ-PARAMETROS
                   KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY
                       SET FIM-PARAMETROS TO TRUE
               END-START
               PERFORM UNTIL FIM-PARAMETROS
                   READ ARQ-PARAMETROS NEXT RECORD
                       AT END
                           SET FIM-PARAMETROS TO TRUE
                       NOT AT END
                           IF PRM-CODIGO NOT = WRK-PRM-CODIGO
                            OR PRM-ARGUMENTO NOT = WRK-PRM-ARGUMENTO
                            OR PRM-VIGENCIA > WRK-PRM-DATA-USADA
                               SET FIM-PARAMETROS TO TRUE
                           ELSE
                               IF PRM-APROVADO
                                   MOVE PRM-VALOR TO WRK-PRM-VALOR
                                   MOVE PRM-VIGENCIA
                                       TO WRK-PRM-VIGENCIA
                                   SET PARAMETRO-ACHADO TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARAMETROS
           END-IF.

       9685-CARREGAR-TABELA-PARAM.
      * Parametro em tabela (um valor por argumento): devolve em
      * WRK-PRV-* o valor vigente na data de cada argumento do
      * codigo; argumento sem vigencia aprovada ate a data fica de
      * fora.
           MOVE 'N'   TO WRK-EOF-PARAMETROS.
           MOVE ZEROS TO WRK-PRV-QTD.
           MOVE WRK-PRM-DATA-REF TO WRK-PRM-DATA-USADA.
           IF WRK-PRM-DATA-USADA = ZEROS
               ACCEPT WRK-PRM-DATA-USADA FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ARQ-PARAMETROS.
           IF WRK-FS-PARAMETROS = '00'
               MOVE WRK-PRM-CODIGO TO PRM-CODIGO
               MOVE SPACES         TO PRM-ARGUMENTO
               MOVE ZEROS          TO PRM-VIGENCIA
               START ARQ-PARAMETROS
                   KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY
                       SET FIM-PARAMETROS TO TRUE
               END-START
               PERFORM UNTIL FIM-PARAMETROS
                   READ ARQ-PARAMETROS NEXT RECORD
                       AT END
                           SET FIM-PARAMETROS TO TRUE
                       NOT AT END
                           IF PRM-CODIGO NOT = WRK-PRM-CODIGO
                               SET FIM-PARAMETROS TO TRUE
                           ELSE
                               IF PRM-APROVADO
                                AND PRM-VIGENCIA NOT >
                                    WRK-PRM-DATA-USADA
                                   PERFORM 9686-GUARDAR-VIGENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARAMETROS
           END-IF.

       9686-GUARDAR-VIGENTE.
      * As vigencias chegam em ordem de argumento e data: a
      * seguinte do mesmo argumento substitui a anterior.
           IF WRK-PRV-QTD > ZEROS
            AND WRK-PRV-ARGUMENTO(WRK-PRV-QTD) = PRM-ARGUMENTO
               MOVE PRM-VALOR TO WRK-PRV-VALOR(WRK-PRV-QTD)
           ELSE
               IF WRK-PRV-QTD < 100
                   ADD 1 TO WRK-PRV-QTD
                   MOVE PRM-ARGUMENTO
                       TO WRK-PRV-ARGUMENTO(WRK-PRV-QTD)
                   MOVE PRM-VALOR TO WRK-PRV-VALOR(WRK-PRV-QTD)
               END-IF
           END-IF.
