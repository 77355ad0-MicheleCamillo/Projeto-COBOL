                       AT END
                           SET FIM-AUTORIZA TO TRUE
                       NOT AT END
                           PERFORM 0173-GUARDAR-AUTORIZACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUTORIZACOES
           END-IF.

       0173-GUARDAR-AUTORIZACAO.
      * Linha do layout antigo (opcao em dois digitos, 5o byte em
      * branco) entra convertida; linha com opcao ou nivel fora do
      * dominio, ou alem da capacidade da tabela, e recusada e vai
      * para o SEGLOG em nome do programa e do operador que o
      * chamador deixou em WRK-SEG-PROGRAMA/WRK-SEG-USUARIO.
           MOVE 'S' TO WRK-AUT-LINHA-OK.
           IF REG-AUTORIZACAO(5:1) = SPACE
               IF AUT-ANT-OPCAO IS NUMERIC
                AND AUT-ANT-NIVEL-MIN IS NUMERIC
                   MOVE AUT-ANT-OPCAO     TO WRK-AUT-OPCAO-LIDA
                   MOVE AUT-ANT-NIVEL-MIN TO WRK-AUT-NIVEL-LIDO
               ELSE
                   MOVE 'N' TO WRK-AUT-LINHA-OK
               END-IF
           ELSE
               IF AUT-OPCAO IS NUMERIC AND AUT-NIVEL-MIN IS NUMERIC
                   MOVE AUT-OPCAO     TO WRK-AUT-OPCAO-LIDA
                   MOVE AUT-NIVEL-MIN TO WRK-AUT-NIVEL-LIDO
               ELSE
                   MOVE 'N' TO WRK-AUT-LINHA-OK
               END-IF
           END-IF.
           IF LINHA-AUTORIZA-VALIDA
               IF WRK-AUT-OPCAO-LIDA = ZEROS
                OR (WRK-AUT-NIVEL-LIDO NOT = 01
                AND WRK-AUT-NIVEL-LIDO NOT = 02
                AND WRK-AUT-NIVEL-LIDO NOT = 03)
                   MOVE 'N' TO WRK-AUT-LINHA-OK
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT LINHA-AUTORIZA-VALIDA
                   DISPLAY 'REGRA DE AUTORIZACAO INVALIDA RECUSADA: '
                       REG-AUTORIZACAO
                   MOVE SPACES TO WRK-SEG-MOTIVO
                   STRING 'AUTORIZA.DAT INVALIDO: '
                                           DELIMITED BY SIZE
                          REG-AUTORIZACAO DELIMITED BY SIZE
                          INTO WRK-SEG-MOTIVO
                   END-STRING
                   PERFORM 0174-REGISTRAR-RECUSA-REGRA
               WHEN WRK-AUT-QTD NOT < 200
                   DISPLAY 'TABELA DE AUTORIZACOES CHEIA (MAX 200) - '
                       'REGRA RECUSADA: ' REG-AUTORIZACAO
                   MOVE 'AUTORIZA.DAT ACIMA DE 200' TO WRK-SEG-MOTIVO
                   PERFORM 0174-REGISTRAR-RECUSA-REGRA
               WHEN OTHER
                   ADD 1 TO WRK-AUT-QTD
                   MOVE WRK-AUT-OPCAO-LIDA
                       TO WRK-AUT-OPCAO(WRK-AUT-QTD)
                   MOVE WRK-AUT-NIVEL-LIDO
                       TO WRK-AUT-NIVEL(WRK-AUT-QTD)
           END-EVALUATE.

       0174-REGISTRAR-RECUSA-REGRA.
           PERFORM 9770-GRAVAR-SEGURANCA.

       9765-VERIFICAR-AUTORIZACAO.
      * Patentes: ADM (codigo 01) vale 3, SUPERVISOR (03) vale 2 e
      * USER (02) vale 1 - o operador precisa de patente igual ou
