       9561-CALCULAR-PENSAO.
      * Varre as ordens da matricula a partir da chave parcial e
      * aplica as vigentes na data da folha; cada linha aplicada sai
      * no demonstrativo. As ordens sao aplicadas na sequencia e a
      * soma nunca passa do liquido-base.
           MOVE ZEROS TO WRK-PAL-TOTAL WRK-PAL-QTD.
           MOVE 'N'   TO WRK-EOF-PENSAO.
           OPEN INPUT ARQ-PENSAO.
           IF WRK-FS-PENSAO = '00'
               MOVE WRK-PAL-MATRICULA-PROC TO PAL-MATRICULA
               MOVE ZEROS                  TO PAL-SEQ
               START ARQ-PENSAO KEY IS NOT LESS THAN PAL-CHAVE
                   INVALID KEY
                       SET FIM-PENSAO TO TRUE
               END-START
               PERFORM UNTIL FIM-PENSAO
                   READ ARQ-PENSAO NEXT RECORD
                       AT END
                           SET FIM-PENSAO TO TRUE
                       NOT AT END
                           IF PAL-MATRICULA = WRK-PAL-MATRICULA-PROC
                               PERFORM 9562-APURAR-UMA-PENSAO
                           ELSE
                               SET FIM-PENSAO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PENSAO
           END-IF.

       9562-APURAR-UMA-PENSAO.
           IF WRK-PAL-DATA-PROC >= PAL-DATA-INICIO
               AND (PAL-DATA-FIM = ZEROS
                   OR WRK-PAL-DATA-PROC <= PAL-DATA-FIM)
               IF PAL-BASE = 'M' AND WRK-PAL-SAL-MINIMO = ZEROS
                   DISPLAY 'PENSAO ' PAL-BENEFICIARIO ' NA BASE M SEM '
                       'SALARIO MINIMO VIGENTE - NAO DESCONTADA'
               ELSE
                   PERFORM 9565-APLICAR-UMA-PENSAO
               END-IF
           END-IF.

       9565-APLICAR-UMA-PENSAO.
           EVALUATE PAL-BASE
               WHEN 'L'
                   COMPUTE WRK-PAL-VALOR ROUNDED =
                       WRK-PAL-BASE-LIQ * PAL-PERCENTUAL / 100
               WHEN 'M'
                   COMPUTE WRK-PAL-VALOR ROUNDED =
                       WRK-PAL-SAL-MINIMO * PAL-PERCENTUAL / 100
               WHEN OTHER
                   MOVE PAL-VALOR-FIXO TO WRK-PAL-VALOR
           END-EVALUATE
           IF WRK-PAL-TOTAL + WRK-PAL-VALOR > WRK-PAL-BASE-LIQ
               COMPUTE WRK-PAL-VALOR =
                   WRK-PAL-BASE-LIQ - WRK-PAL-TOTAL
           END-IF
           ADD WRK-PAL-VALOR TO WRK-PAL-TOTAL
           ADD 1 TO WRK-PAL-QTD
           MOVE WRK-PAL-VALOR TO WRK-PAL-VALOR-ED
           DISPLAY 'PENSAO ALIMENTICIA ' PAL-BENEFICIARIO ' '
               WRK-PAL-VALOR-ED
           IF NOT PENSAO-SIMULACAO
               PERFORM 9564-GRAVAR-PENSAO-PAGA
           END-IF.

       9564-GRAVAR-PENSAO-PAGA.
           OPEN I-O ARQ-PENSAO-PAGA.
           IF WRK-FS-PENSAO-PAGA = '35'
               OPEN OUTPUT ARQ-PENSAO-PAGA
               CLOSE ARQ-PENSAO-PAGA
               OPEN I-O ARQ-PENSAO-PAGA
           END-IF.
           MOVE PAL-MATRICULA          TO PPG-MATRICULA.
           MOVE PAL-SEQ                TO PPG-SEQ.
           MOVE WRK-PAL-DATA-PROC(1:6) TO PPG-COMPETENCIA.
           READ ARQ-PENSAO-PAGA
               INVALID KEY
                   MOVE SPACES TO PPG-SITUACAO
           END-READ.
           MOVE WRK-PAL-VALOR          TO PPG-VALOR.
           MOVE PAL-BENEFICIARIO       TO PPG-BENEFICIARIO.
           MOVE PAL-BANCO              TO PPG-BANCO.
           MOVE PAL-AGENCIA            TO PPG-AGENCIA.
           MOVE PAL-CONTA              TO PPG-CONTA.
           MOVE WRK-PAL-DATA-PROC      TO PPG-DATA-FOLHA.
           WRITE REG-PENSAO-PAGA
               INVALID KEY
                   REWRITE REG-PENSAO-PAGA
           END-WRITE.
           CLOSE ARQ-PENSAO-PAGA.

       9563-SOMAR-PENSAO-ANO.
      * Total descontado da matricula no ano em WRK-PAL-ANO-PROC.
           MOVE ZEROS TO WRK-PAL-TOT-ANO.
           MOVE 'N'   TO WRK-EOF-PENSAO-PAGA.
           OPEN INPUT ARQ-PENSAO-PAGA.
           IF WRK-FS-PENSAO-PAGA = '00'
               MOVE WRK-PAL-MATRICULA-PROC TO PPG-MATRICULA
               MOVE ZEROS TO PPG-SEQ PPG-COMPETENCIA
               START ARQ-PENSAO-PAGA KEY IS NOT LESS THAN PPG-CHAVE
                   INVALID KEY
                       SET FIM-PENSAO-PAGA TO TRUE
               END-START
               PERFORM UNTIL FIM-PENSAO-PAGA
                   READ ARQ-PENSAO-PAGA NEXT RECORD
                       AT END
                           SET FIM-PENSAO-PAGA TO TRUE
                       NOT AT END
                           IF PPG-MATRICULA NOT = WRK-PAL-MATRICULA-PROC
                               SET FIM-PENSAO-PAGA TO TRUE
                           ELSE
                               IF PPG-COMPETENCIA(1:4)
                                   = WRK-PAL-ANO-PROC
                                   ADD PPG-VALOR TO WRK-PAL-TOT-ANO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PENSAO-PAGA
           END-IF.
