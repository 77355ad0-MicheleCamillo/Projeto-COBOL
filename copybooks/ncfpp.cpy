       0180-LER-CFG-NOTAS.
           MOVE 'NOTASCFG' TO WRK-PRM-CODIGO.
           MOVE SPACES     TO WRK-PRM-ARGUMENTO.
           MOVE ZEROS      TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-NOTAS
               MOVE CFG-NOTA-APROVACAO   TO WRK-NOTA-CORTE-APROV
               MOVE CFG-NOTA-RECUPERACAO TO WRK-NOTA-CORTE-RECUP
               IF CFG-FREQ-MINIMA > ZEROS
                   MOVE CFG-FREQ-MINIMA TO WRK-FREQ-MINIMA
               END-IF
           END-IF.
