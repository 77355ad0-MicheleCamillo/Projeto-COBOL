       9500-CALCULAR-IRRF.
      * Faixas de IRRF centralizadas aqui para que toda retencao da
      * suite (folha do dia, 13o salario, ferias, rescisao) use
      * exatamente a mesma tabela - a em vigor na competencia
      * (timpp.cpy). Antes de classificar a faixa, a base e reduzida
      * da parcela por dependente cadastrado; a aliquota da faixa
      * incide sobre a base inteira, menos a parcela a deduzir.
           PERFORM 9505-SELECIONAR-TAB-IMPOSTO.
           MOVE WRK-TIM-IRRF-DED-DEP TO WRK-IRRF-DED-DEP.
           COMPUTE WRK-IRRF-DEDUCAO =
               WRK-IRRF-QTD-DEP * WRK-IRRF-DED-DEP.
           IF WRK-IRRF-DEDUCAO > WRK-IRRF-BASE
               COMPUTE WRK-IRRF-CALC =
                   WRK-IRRF-BASE - WRK-IRRF-DEDUCAO
           END-IF.
           MOVE ZEROS TO WRK-IRRF-FAIXA.
           PERFORM VARYING WRK-TIM-IDX FROM 1 BY 1
                   UNTIL WRK-TIM-IDX > 4 OR WRK-IRRF-FAIXA > ZEROS
               IF WRK-IRRF-CALC <= WRK-TIM-IRRF-LIMITE(WRK-TIM-IDX)
                   MOVE WRK-TIM-IDX TO WRK-IRRF-FAIXA
               END-IF
           END-PERFORM.
           IF WRK-IRRF-FAIXA = ZEROS
               MOVE 4 TO WRK-IRRF-FAIXA
           END-IF.
           COMPUTE WRK-IRRF-IMPOSTO =
               WRK-IRRF-CALC * WRK-TIM-IRRF-ALIQ(WRK-IRRF-FAIXA).
           IF WRK-IRRF-IMPOSTO > WRK-TIM-IRRF-PARC(WRK-IRRF-FAIXA)
               COMPUTE WRK-IRRF-VALOR = WRK-IRRF-IMPOSTO -
                   WRK-TIM-IRRF-PARC(WRK-IRRF-FAIXA)
           ELSE
               MOVE ZEROS TO WRK-IRRF-VALOR
           END-IF.
