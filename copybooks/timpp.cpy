       9505-SELECIONAR-TAB-IMPOSTO.
      * A tabela so e relida quando a competencia muda - um lote de
      * folha inteiro calcula com a mesma carga. Para cada tipo vale
      * a ultima vigencia menor ou igual a competencia, de modo que o
      * reprocessamento de um mes antigo usa a tabela daquele ano.
           IF WRK-TIM-COMPETENCIA = ZEROS
               ACCEPT WRK-TIM-DATA FROM DATE YYYYMMDD
               MOVE WRK-TIM-DATA(1:6) TO WRK-TIM-COMPETENCIA
           END-IF.
           IF WRK-TIM-COMPETENCIA NOT = WRK-TIM-COMP-CARREGADA
               MOVE WRK-TIM-INSS-PADRAO TO WRK-TIM-INSS
               MOVE WRK-TIM-IRRF-PADRAO TO WRK-TIM-IRRF
               MOVE ZEROS TO WRK-TIM-VIG-INSS WRK-TIM-VIG-IRRF
               OPEN INPUT ARQ-TABIMPOSTO
               IF WRK-FS-TABIMPOSTO = '00'
                   MOVE 'I' TO WRK-TIM-TIPO-PROC
                   PERFORM 9506-LER-VIGENCIA-IMPOSTO
                   MOVE 'R' TO WRK-TIM-TIPO-PROC
                   PERFORM 9506-LER-VIGENCIA-IMPOSTO
                   CLOSE ARQ-TABIMPOSTO
               END-IF
               MOVE WRK-TIM-COMPETENCIA TO WRK-TIM-COMP-CARREGADA
           END-IF.

       9506-LER-VIGENCIA-IMPOSTO.
           MOVE 'N'               TO WRK-EOF-TABIMPOSTO.
           MOVE WRK-TIM-TIPO-PROC TO TIM-TIPO.
           MOVE ZEROS             TO TIM-VIGENCIA.
           START ARQ-TABIMPOSTO KEY IS NOT LESS THAN TIM-CHAVE
               INVALID KEY
                   SET FIM-TABIMPOSTO TO TRUE
           END-START.
           PERFORM UNTIL FIM-TABIMPOSTO
               READ ARQ-TABIMPOSTO NEXT RECORD
                   AT END
                       SET FIM-TABIMPOSTO TO TRUE
                   NOT AT END
                       IF TIM-TIPO NOT = WRK-TIM-TIPO-PROC
                          OR TIM-VIGENCIA > WRK-TIM-COMPETENCIA
                           SET FIM-TABIMPOSTO TO TRUE
                       ELSE
                           IF TIM-TIPO = 'I'
                               MOVE TIM-VALORES  TO WRK-TIM-INSS
                               MOVE TIM-VIGENCIA TO WRK-TIM-VIG-INSS
                           ELSE
                               MOVE TIM-VALORES  TO WRK-TIM-IRRF
                               MOVE TIM-VIGENCIA TO WRK-TIM-VIG-IRRF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
