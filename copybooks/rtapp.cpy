       9555-SOMAR-RETROATIVO.
      * Varre as competencias da matricula a partir da chave parcial
      * e soma as diferencas ainda pendentes; as ja liquidadas ficam
      * no arquivo como historico do holerite.
           MOVE ZEROS TO WRK-RTA-TOT-BRUTO WRK-RTA-TOT-INSS
                         WRK-RTA-TOT-IRRF  WRK-RTA-TOT-FGTS
                         WRK-RTA-QTD-MESES.
           MOVE 'N'   TO WRK-EOF-RETROATIVO.
           OPEN INPUT ARQ-RETROATIVO.
           IF WRK-FS-RETROATIVO = '00'
               MOVE WRK-RTA-MATRICULA-PROC TO RTA-MATRICULA
               MOVE ZEROS                  TO RTA-COMPETENCIA
               START ARQ-RETROATIVO KEY IS NOT LESS THAN RTA-CHAVE
                   INVALID KEY
                       SET FIM-RETROATIVO TO TRUE
               END-START
               PERFORM UNTIL FIM-RETROATIVO
                   READ ARQ-RETROATIVO NEXT RECORD
                       AT END
                           SET FIM-RETROATIVO TO TRUE
                       NOT AT END
                           IF RTA-MATRICULA NOT = WRK-RTA-MATRICULA-PROC
                               SET FIM-RETROATIVO TO TRUE
                           ELSE
                               IF RTA-SITUACAO = 'P'
                                   ADD RTA-DIF-BRUTO
                                       TO WRK-RTA-TOT-BRUTO
                                   ADD RTA-DIF-INSS TO WRK-RTA-TOT-INSS
                                   ADD RTA-DIF-IRRF TO WRK-RTA-TOT-IRRF
                                   ADD RTA-DIF-FGTS TO WRK-RTA-TOT-FGTS
                                   ADD 1 TO WRK-RTA-QTD-MESES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETROATIVO
           END-IF.

       9556-LIQUIDAR-RETROATIVO.
      * So roda depois da folha gravada - a previa nunca chega aqui,
      * entao a diferenca continua pendente ate a folha real.
           MOVE 'N' TO WRK-EOF-RETROATIVO.
           OPEN I-O ARQ-RETROATIVO.
           IF WRK-FS-RETROATIVO = '00'
               MOVE WRK-RTA-MATRICULA-PROC TO RTA-MATRICULA
               MOVE ZEROS                  TO RTA-COMPETENCIA
               START ARQ-RETROATIVO KEY IS NOT LESS THAN RTA-CHAVE
                   INVALID KEY
                       SET FIM-RETROATIVO TO TRUE
               END-START
               PERFORM UNTIL FIM-RETROATIVO
                   READ ARQ-RETROATIVO NEXT RECORD
                       AT END
                           SET FIM-RETROATIVO TO TRUE
                       NOT AT END
                           IF RTA-MATRICULA NOT = WRK-RTA-MATRICULA-PROC
                               SET FIM-RETROATIVO TO TRUE
                           ELSE
                               IF RTA-SITUACAO = 'P'
                                   MOVE 'L' TO RTA-SITUACAO
                                   MOVE WRK-RTA-DATA-PROC
                                       TO RTA-DATA-PAGAMENTO
                                   REWRITE REG-RETROATIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETROATIVO
           END-IF.

       9557-SOMAR-RETRO-PAGO.
      * Mesma soma de 9555, mas das competencias liquidadas na folha
      * de WRK-RTA-DATA-PROC - o holerite reabre o que aquela folha
      * pagou de retroativo.
           MOVE ZEROS TO WRK-RTA-TOT-BRUTO WRK-RTA-TOT-INSS
                         WRK-RTA-TOT-IRRF  WRK-RTA-TOT-FGTS
                         WRK-RTA-QTD-MESES.
           MOVE 'N'   TO WRK-EOF-RETROATIVO.
           OPEN INPUT ARQ-RETROATIVO.
           IF WRK-FS-RETROATIVO = '00'
               MOVE WRK-RTA-MATRICULA-PROC TO RTA-MATRICULA
               MOVE ZEROS                  TO RTA-COMPETENCIA
               START ARQ-RETROATIVO KEY IS NOT LESS THAN RTA-CHAVE
                   INVALID KEY
                       SET FIM-RETROATIVO TO TRUE
               END-START
               PERFORM UNTIL FIM-RETROATIVO
                   READ ARQ-RETROATIVO NEXT RECORD
                       AT END
                           SET FIM-RETROATIVO TO TRUE
                       NOT AT END
                           IF RTA-MATRICULA NOT = WRK-RTA-MATRICULA-PROC
                               SET FIM-RETROATIVO TO TRUE
                           ELSE
                               IF RTA-SITUACAO = 'L'
                                  AND RTA-DATA-PAGAMENTO =
                                      WRK-RTA-DATA-PROC
                                   ADD RTA-DIF-BRUTO
                                       TO WRK-RTA-TOT-BRUTO
                                   ADD RTA-DIF-INSS TO WRK-RTA-TOT-INSS
                                   ADD RTA-DIF-IRRF TO WRK-RTA-TOT-IRRF
                                   ADD RTA-DIF-FGTS TO WRK-RTA-TOT-FGTS
                                   ADD 1 TO WRK-RTA-QTD-MESES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETROATIVO
           END-IF.
