       9635-VERIFICAR-SERVICO-VEICULO.
      * Primeira passada apura o hodometro atual e a ultima
      * sequencia da placa; a segunda procura vencimento pendente
      * com data anterior a de referencia ou KM ja alcancado.
           MOVE 'N'    TO WRK-VEV-VENCIDO.
           MOVE ZEROS  TO WRK-VEV-ODOMETRO WRK-VEV-ULT-SEQ
                          WRK-VEV-PROX-DATA WRK-VEV-PROX-KM.
           MOVE SPACES TO WRK-VEV-SERVICO.
           OPEN INPUT ARQ-EVENTOS-VEICULO.
           IF WRK-FS-EVENTOS-VEI = '00'
               MOVE 1 TO WRK-VEV-PASSADA
               PERFORM 9636-LER-EVENTOS-PLACA
               IF WRK-VEV-ULT-SEQ > ZEROS
                   MOVE 2 TO WRK-VEV-PASSADA
                   PERFORM 9636-LER-EVENTOS-PLACA
               END-IF
               CLOSE ARQ-EVENTOS-VEICULO
           END-IF.

       9636-LER-EVENTOS-PLACA.
           MOVE 'N'           TO WRK-EOF-EVENTOS-VEI.
           MOVE WRK-VEV-PLACA TO EVT-PLACA.
           MOVE ZEROS         TO EVT-SEQ.
           START ARQ-EVENTOS-VEICULO KEY IS NOT LESS THAN EVT-CHAVE
               INVALID KEY
                   SET FIM-EVENTOS-VEI TO TRUE
           END-START.
           PERFORM UNTIL FIM-EVENTOS-VEI
               READ ARQ-EVENTOS-VEICULO NEXT RECORD
                   AT END
                       SET FIM-EVENTOS-VEI TO TRUE
                   NOT AT END
                       IF EVT-PLACA NOT = WRK-VEV-PLACA
                           SET FIM-EVENTOS-VEI TO TRUE
                       ELSE
                           PERFORM 9637-AVALIAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.

       9637-AVALIAR-EVENTO.
           IF WRK-VEV-PASSADA = 1
               MOVE EVT-SEQ TO WRK-VEV-ULT-SEQ
               IF EVT-ODOMETRO > WRK-VEV-ODOMETRO
                   MOVE EVT-ODOMETRO TO WRK-VEV-ODOMETRO
               END-IF
           ELSE
               IF EVT-SITUACAO = 'P' AND NOT SERVICO-VENCIDO
                AND ((EVT-PROX-DATA > ZEROS
                  AND EVT-PROX-DATA < WRK-VEV-DATA)
                 OR (EVT-PROX-KM > ZEROS
                  AND EVT-PROX-KM NOT > WRK-VEV-ODOMETRO))
                   SET SERVICO-VENCIDO TO TRUE
                   MOVE EVT-SERVICO   TO WRK-VEV-SERVICO
                   MOVE EVT-PROX-DATA TO WRK-VEV-PROX-DATA
                   MOVE EVT-PROX-KM   TO WRK-VEV-PROX-KM
               END-IF
           END-IF.
