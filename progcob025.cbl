           MOVE 'ALTERACOES DE SALARIO NO PERIODO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'DATA       MATRICULA  ANTERIOR  NOVO  VAR%  '
               'USUARIO  MOTIVO'.

       0200-EMITIR-RELATORIO.
           OPEN INPUT ARQ-HIST-SALARIO.
           MOVE SAL-PERC-VAR     TO WRK-PERC-ED.
           DISPLAY SAL-DATA ' ' SAL-MATRICULA ' ' WRK-SAL-ANT-ED ' '
               WRK-SAL-NOVO-ED ' ' WRK-PERC-ED ' ' SAL-USUARIO ' '
               SAL-MOTIVO ' ' WRK-FLAG-LINHA.
           ADD 1 TO WRK-QTD-ALTERACOES.

       0300-FINALIZAR.
