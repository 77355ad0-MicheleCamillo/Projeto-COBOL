       9510-CALCULAR-INSS.
      * Contribuicao previdenciaria por faixa progressiva - cada faixa
      * tributa so a fatia do salario dentro dela, e o que passar do
      * teto de contribuicao nao contribui. Deve rodar antes do IRRF,
      * que e calculado sobre a base ja liquida de INSS. Faixas e
      * teto vem da tabela em vigor na competencia (timpp.cpy).
           PERFORM 9505-SELECIONAR-TAB-IMPOSTO.
           MOVE WRK-INSS-BASE TO WRK-INSS-CALC.
           IF WRK-TIM-INSS-TETO > ZEROS
              AND WRK-INSS-CALC > WRK-TIM-INSS-TETO
               MOVE WRK-TIM-INSS-TETO TO WRK-INSS-CALC
           END-IF.
           MOVE ZEROS TO WRK-INSS-ACUM WRK-TIM-LIM-ANT.
           PERFORM VARYING WRK-TIM-IDX FROM 1 BY 1
                   UNTIL WRK-TIM-IDX > 4
               IF WRK-INSS-CALC > WRK-TIM-LIM-ANT
                   IF WRK-INSS-CALC > WRK-TIM-INSS-LIMITE(WRK-TIM-IDX)
                      AND WRK-TIM-IDX < 4
                       COMPUTE WRK-INSS-ACUM = WRK-INSS-ACUM +
                           (WRK-TIM-INSS-LIMITE(WRK-TIM-IDX) -
                            WRK-TIM-LIM-ANT) *
                           WRK-TIM-INSS-ALIQ(WRK-TIM-IDX)
                   ELSE
                       COMPUTE WRK-INSS-ACUM = WRK-INSS-ACUM +
                           (WRK-INSS-CALC - WRK-TIM-LIM-ANT) *
                           WRK-TIM-INSS-ALIQ(WRK-TIM-IDX)
                   END-IF
               END-IF
               MOVE WRK-TIM-INSS-LIMITE(WRK-TIM-IDX) TO WRK-TIM-LIM-ANT
           END-PERFORM.
           COMPUTE WRK-INSS-VALOR ROUNDED = WRK-INSS-ACUM.
