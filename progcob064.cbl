           COMPUTE WRK-FLX-INT =
               FUNCTION INTEGER-OF-DATE(WRK-FLX-DATA).
           COMPUTE WRK-FLX-DOW = FUNCTION MOD(WRK-FLX-INT, 7).
           MOVE WRK-FLX-DATA(1:4) TO WRK-DTV-ANO.
           MOVE WRK-FLX-DATA(5:2) TO WRK-DTV-MES.
           MOVE WRK-FLX-DATA(7:2) TO WRK-DTV-DIA.
           PERFORM 9650-VERIFICAR-DIA-UTIL.
