      * Date:20260903
      * Purpose: Expiracao mensal de pontos de fidelidade - os pontos
      *          vencem um numero configuravel de meses depois do
      *          acumulo (parametro PTSCFG, padrao 12); o lote
      *          consome os acumulos mais antigos primeiro (resgates
      *          e expiracoes anteriores abatem na ordem cronologica),
      *          grava um lancamento 'E' por cliente com o que
      *          expirou, lista os clientes com pontos a expirar nos
      *          proximos 30 dias para as lojas ligarem e reporta o
            COPY 'audsel.cpy'.
            COPY 'ptssel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'prmsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'ptsfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-MESES-VALIDADE   PIC 9(02)   VALUE 12.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DATA-CORTE       PIC 9(08)   VALUE ZEROS.
           COPY 'ptsws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'prmws.cpy'.
      * Validade dos pontos em meses, vigente na data da corrida
      * (parametro PTSCFG).
       01  REG-CFG-PONTOS.
           05 CFG-MESES-VALIDADE PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PTSCFG'      TO WRK-PRM-CODIGO.
           MOVE SPACES        TO WRK-PRM-ARGUMENTO.
           MOVE WRK-DATA-HOJE TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-PONTOS
               IF CFG-MESES-VALIDADE IS NUMERIC
                AND CFG-MESES-VALIDADE > ZEROS
                   MOVE CFG-MESES-VALIDADE
                       TO WRK-MESES-VALIDADE
               END-IF
           END-IF.
      * Corte = hoje menos a validade em meses: acumulo anterior ao
      * corte expira nesta corrida.
           COPY 'ptspp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'prmpp.cpy'.

       END PROGRAM PROGCOB082.
