        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'ccusel.cpy'.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'ccufd.cpy'.

           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'susws.cpy'.
           COPY 'ccuws.cpy'.
               PERFORM 9750-GRAVAR-SUSPENSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 9783-NUMERAR-LOTE
               SET DOC-LOTE-MANUAL TO TRUE
               MOVE WRK-RAZ-LOTE TO WRK-RAZ-DOC-NUMERO
               PERFORM VARYING WRK-LOT-LOOP FROM 1 BY 1
                       UNTIL WRK-LOT-LOOP > WRK-LOT-QTD
                   PERFORM 0450-POSTAR-LINHA
               END-PERFORM
               DISPLAY 'LOTE DE ' WRK-LOT-QTD ' LINHAS POSTADO - LOTE '
                   WRK-RAZ-LOTE
               ADD 1 TO WRK-RUN-QTD-LIDOS
               MOVE WRK-USUARIO     TO WRK-AUD-USUARIO
               MOVE 'PROGCOB063'    TO WRK-AUD-PROGRAMA

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'ccupp.cpy'.
