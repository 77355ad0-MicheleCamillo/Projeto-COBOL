       9571-LANCAR-COMPRA-FUNC.
      * Compra no caixa lancada na conta do empregado: a matricula
      * precisa estar ativa no master e a compra nao pode passar do
      * limite mensal da competencia do movimento.
           MOVE SPACES TO WRK-CFU-RETORNO.
           SET COMPRA-FUNC-SEM-EMP TO TRUE.
           MOVE WRK-CFU-MATRICULA-PROC TO EMP-MATRICULA.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS = '00'
               READ ARQ-EMPREGADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-SITUACAO NOT = 'D'
                           MOVE SPACES TO WRK-CFU-RETORNO
                       END-IF
               END-READ
               CLOSE ARQ-EMPREGADOS
           END-IF.
           IF NOT COMPRA-FUNC-SEM-EMP
               PERFORM 9574-GRAVAR-COMPRA-FUNC
           END-IF.

       9572-ESTORNAR-COMPRA-FUNC.
      * Devolucao de compra feita na conta: abate do saldo ainda nao
      * descontado (e da compra do mes, se for a mesma competencia);
      * o que ja foi descontado em folha nao e estornado aqui e a
      * devolucao volta para o reembolso normal do caixa.
           SET COMPRA-FUNC-SEM-CONTA TO TRUE.
           MOVE WRK-CFU-MATRICULA-PROC TO CFU-MATRICULA.
           OPEN I-O ARQ-CONTA-FUNC.
           IF WRK-FS-CONTA-FUNC = '00'
               READ ARQ-CONTA-FUNC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRK-CFU-VALOR-PROC <= CFU-SALDO
                           SUBTRACT WRK-CFU-VALOR-PROC FROM CFU-SALDO
                           IF CFU-COMPETENCIA =
                                   WRK-CFU-DATA-PROC(1:6)
                               IF WRK-CFU-VALOR-PROC > CFU-COMPRAS-MES
                                   MOVE ZEROS TO CFU-COMPRAS-MES
                               ELSE
                                   SUBTRACT WRK-CFU-VALOR-PROC
                                       FROM CFU-COMPRAS-MES
                               END-IF
                           END-IF
                           REWRITE REG-CONTA-FUNC
                           SET COMPRA-FUNC-ACEITA TO TRUE
                       END-IF
               END-READ
               CLOSE ARQ-CONTA-FUNC
           END-IF.

       9573-DESCONTAR-COMPRA-FUNC.
      * Desconto em folha do saldo da conta, dentro do que sobrou da
      * margem de 30% do liquido depois do consignado; o excedente
      * continua no saldo e rola para a folha seguinte. Na previa
      * (WRK-CFU-SIMULACAO = 'S') a conta nao e regravada.
           MOVE ZEROS TO WRK-CFU-DESCONTO.
           MOVE WRK-CFU-MATRICULA-PROC TO CFU-MATRICULA.
           OPEN I-O ARQ-CONTA-FUNC.
           IF WRK-FS-CONTA-FUNC = '00'
               READ ARQ-CONTA-FUNC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CFU-SALDO > ZEROS
                           PERFORM 9575-APURAR-DESCONTO-FUNC
                       END-IF
               END-READ
               CLOSE ARQ-CONTA-FUNC
           END-IF.

       9574-GRAVAR-COMPRA-FUNC.
           OPEN I-O ARQ-CONTA-FUNC.
           IF WRK-FS-CONTA-FUNC = '35'
               OPEN OUTPUT ARQ-CONTA-FUNC
               CLOSE ARQ-CONTA-FUNC
               OPEN I-O ARQ-CONTA-FUNC
           END-IF.
           MOVE WRK-CFU-MATRICULA-PROC TO CFU-MATRICULA.
           READ ARQ-CONTA-FUNC
               INVALID KEY
                   MOVE ZEROS TO CFU-COMPRAS-MES CFU-SALDO
                                 CFU-DATA-ULT-COMPRA CFU-DATA-ULT-DESC
                   MOVE WRK-CFU-DATA-PROC(1:6) TO CFU-COMPETENCIA
           END-READ.
      * Virada de competencia: o limite do mes recomeca, o saldo
      * pendente de desconto continua.
           IF CFU-COMPETENCIA NOT = WRK-CFU-DATA-PROC(1:6)
               MOVE WRK-CFU-DATA-PROC(1:6) TO CFU-COMPETENCIA
               MOVE ZEROS TO CFU-COMPRAS-MES
           END-IF.
           IF CFU-COMPRAS-MES < WRK-CFU-LIMITE-MES
               COMPUTE WRK-CFU-DISPONIVEL =
                   WRK-CFU-LIMITE-MES - CFU-COMPRAS-MES
           ELSE
               MOVE ZEROS TO WRK-CFU-DISPONIVEL
           END-IF.
           IF WRK-CFU-VALOR-PROC > WRK-CFU-DISPONIVEL
               SET COMPRA-FUNC-LIMITE TO TRUE
           ELSE
               ADD WRK-CFU-VALOR-PROC TO CFU-COMPRAS-MES CFU-SALDO
               MOVE WRK-CFU-DATA-PROC TO CFU-DATA-ULT-COMPRA
               WRITE REG-CONTA-FUNC
                   INVALID KEY
                       REWRITE REG-CONTA-FUNC
               END-WRITE
               SET COMPRA-FUNC-ACEITA TO TRUE
           END-IF.
           CLOSE ARQ-CONTA-FUNC.

       9575-APURAR-DESCONTO-FUNC.
           COMPUTE WRK-CFU-TETO ROUNDED = WRK-CFU-LIQ-DISP * 30 / 100.
           IF WRK-CFU-TETO > WRK-CFU-MARGEM-USADA
               SUBTRACT WRK-CFU-MARGEM-USADA FROM WRK-CFU-TETO
           ELSE
               MOVE ZEROS TO WRK-CFU-TETO
           END-IF.
           IF CFU-SALDO > WRK-CFU-TETO
               MOVE WRK-CFU-TETO TO WRK-CFU-DESCONTO
           ELSE
               MOVE CFU-SALDO TO WRK-CFU-DESCONTO
           END-IF.
           IF NOT CONTA-FUNC-SIMULACAO
               AND WRK-CFU-DESCONTO > ZEROS
               SUBTRACT WRK-CFU-DESCONTO FROM CFU-SALDO
               MOVE WRK-CFU-DATA-PROC TO CFU-DATA-ULT-DESC
               REWRITE REG-CONTA-FUNC
           END-IF.
