                                 EMP-FERIAS-SALDO EMP-FERIAS-INICIO
                                 EMP-FERIAS-DIAS EMP-BANCO
                                 EMP-AGENCIA EMP-CONTA
                                 EMP-YTD-FGTS EMP-DATA-DESLIGAMENTO
      * Empregado novo: a data de admissao informada (ou a da folha
      * corrente, quando a entrada nao a trouxe) fica fixada no
      * registro e o vinculo nasce ativo; registro existente mantem
                   MOVE EMP-SALARIO TO WRK-SAL-ANTERIOR
           END-READ.
           ADD WRK-SALARIO      TO EMP-YTD-BRUTO.
           ADD WRK-PROVENTO-EXTRA TO EMP-YTD-BRUTO.
           MOVE ZEROS           TO WRK-PROVENTO-EXTRA.
           ADD WRK-SALARIO-LIQ  TO EMP-YTD-LIQUIDO.
           MOVE WRK-FGTS        TO EMP-FGTS.
           ADD WRK-FGTS         TO EMP-YTD-FGTS.
