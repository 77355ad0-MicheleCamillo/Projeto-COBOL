       9565-APURAR-BANCO-HORAS.
      * Competencias viram indice em meses (ano * 12 + mes) para a
      * janela atravessar a virada do ano. O pagamento ja gravado
      * para a propria competencia fica fora do consumo - o
      * reprocessamento do mes apura o mesmo vencido de novo.
           MOVE ZEROS TO WRK-BHO-CRED-PERIODO WRK-BHO-CRED-VENCIDO
                         WRK-BHO-CREDITOS WRK-BHO-CONSUMO
                         WRK-BHO-SALDO WRK-BHO-HORAS-VENCIDAS.
           MOVE WRK-BHO-PERIODO-PROC TO WRK-BHO-AUX-NUM.
           COMPUTE WRK-BHO-IDX-PROC =
               WRK-BHO-AUX-ANO * 12 + WRK-BHO-AUX-MES.
           MOVE 'N' TO WRK-EOF-BANCO-HORAS.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WRK-FS-BANCO-HORAS = '00'
               MOVE WRK-BHO-MATRICULA-PROC TO BHO-MATRICULA
               MOVE ZEROS TO BHO-PERIODO BHO-SEQ
               START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHO-CHAVE
                   INVALID KEY
                       SET FIM-BANCO-HORAS TO TRUE
               END-START
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ ARQ-BANCO-HORAS NEXT RECORD
                       AT END
                           SET FIM-BANCO-HORAS TO TRUE
                       NOT AT END
                           IF BHO-MATRICULA = WRK-BHO-MATRICULA-PROC
                               PERFORM 9566-SOMAR-MOVIMENTO-BANCO
                           ELSE
                               SET FIM-BANCO-HORAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BANCO-HORAS
           END-IF.
           COMPUTE WRK-BHO-SALDO = WRK-BHO-CREDITOS - WRK-BHO-CONSUMO.
           IF WRK-BHO-CRED-VENCIDO > WRK-BHO-CONSUMO
               COMPUTE WRK-BHO-HORAS-VENCIDAS =
                   WRK-BHO-CRED-VENCIDO - WRK-BHO-CONSUMO
           END-IF.

       9566-SOMAR-MOVIMENTO-BANCO.
           IF BHO-TIPO = 'C'
               ADD BHO-HORAS TO WRK-BHO-CREDITOS
               IF BHO-PERIODO = WRK-BHO-PERIODO-PROC
                   ADD BHO-HORAS TO WRK-BHO-CRED-PERIODO
               END-IF
               MOVE BHO-PERIODO TO WRK-BHO-AUX-NUM
               COMPUTE WRK-BHO-IDX-MOV =
                   WRK-BHO-AUX-ANO * 12 + WRK-BHO-AUX-MES
               IF WRK-BHO-IDX-MOV + WRK-BHO-JANELA
                   <= WRK-BHO-IDX-PROC
                   ADD BHO-HORAS TO WRK-BHO-CRED-VENCIDO
               END-IF
           ELSE
               IF BHO-TIPO = 'P'
                   AND BHO-PERIODO = WRK-BHO-PERIODO-PROC
                   CONTINUE
               ELSE
                   ADD BHO-HORAS TO WRK-BHO-CONSUMO
               END-IF
           END-IF.

       9567-GRAVAR-PAGTO-BANCO.
      * Sem vencido na competencia, um pagamento que sobrou de
      * processamento anterior do mesmo mes e desfeito.
           MOVE WRK-BHO-MATRICULA-PROC TO BHO-MATRICULA.
           MOVE WRK-BHO-PERIODO-PROC   TO BHO-PERIODO.
           MOVE 999                    TO BHO-SEQ.
           MOVE 'P'                    TO BHO-TIPO.
           MOVE WRK-BHO-HORAS-VENCIDAS TO BHO-HORAS.
           MOVE WRK-BHO-DATA-PROC      TO BHO-DATA BHO-DATA-CADASTRO.
           MOVE WRK-BHO-VALOR          TO BHO-VALOR.
           MOVE 'SALDO VENCIDO PAGO NA FOLHA' TO BHO-HISTORICO.
           ACCEPT BHO-USUARIO FROM ENVIRONMENT 'USER'.
           OPEN I-O ARQ-BANCO-HORAS.
           IF WRK-FS-BANCO-HORAS = '35'
               OPEN OUTPUT ARQ-BANCO-HORAS
               CLOSE ARQ-BANCO-HORAS
               OPEN I-O ARQ-BANCO-HORAS
           END-IF.
           IF WRK-BHO-HORAS-VENCIDAS > ZEROS
               WRITE REG-BANCO-HORAS
                   INVALID KEY
                       REWRITE REG-BANCO-HORAS
               END-WRITE
           ELSE
               DELETE ARQ-BANCO-HORAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           CLOSE ARQ-BANCO-HORAS.
