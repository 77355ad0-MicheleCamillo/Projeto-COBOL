            COPY 'empsel.cpy'.
            COPY 'rubsel.cpy'.
            COPY 'depsel.cpy'.
            COPY 'rtasel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'empfd.cpy'.
           COPY 'rubfd.cpy'.
           COPY 'depfd.cpy'.
           COPY 'rtafd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-EOF-EMP          PIC X(01)       VALUE 'N'.
           COPY 'empws.cpy'.
           COPY 'rubws.cpy'.
           COPY 'depws.cpy'.
           COPY 'rtaws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

                   DISPLAY 'SALARIO-FAMILIA.: ' WRK-SALFAM-VALOR-ED
               END-IF
           END-IF.
      * Diferenca salarial retroativa paga na ultima folha (provento
      * proprio, com as diferencas de INSS/IRRF dos meses atrasados).
           MOVE EMP-MATRICULA     TO WRK-RTA-MATRICULA-PROC.
           MOVE EMP-DATA-ULT-EXEC TO WRK-RTA-DATA-PROC.
           PERFORM 9557-SOMAR-RETRO-PAGO.
           IF WRK-RTA-QTD-MESES > ZEROS
               MOVE WRK-RTA-TOT-BRUTO TO WRK-RTA-VALOR-ED
               DISPLAY 'RETROATIVO......: ' WRK-RTA-VALOR-ED
                   ' (' WRK-RTA-QTD-MESES ' MESES)'
               MOVE WRK-RTA-TOT-INSS  TO WRK-RTA-VALOR-ED
               DISPLAY 'INSS RETROATIVO.: ' WRK-RTA-VALOR-ED
               MOVE WRK-RTA-TOT-IRRF  TO WRK-RTA-VALOR-ED
               DISPLAY 'IRRF RETROATIVO.: ' WRK-RTA-VALOR-ED
           END-IF.
           DISPLAY 'SALARIO LIQUIDO.: ' WRK-LIQUIDO-ED.
           DISPLAY 'ACUMULADO BRUTO.: ' WRK-YTD-BRUTO-ED.
           DISPLAY 'ACUMULADO LIQUIDO ' WRK-YTD-LIQ-ED.
           COPY 'runpp.cpy'.
           COPY 'rubpp.cpy'.
           COPY 'deppp.cpy'.
           COPY 'rtapp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB024.
