            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'timsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'timfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-EOF-EMP          PIC X(01)       VALUE 'N'.
           88 FIM-EMP          VALUE 'S'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'irrws.cpy'.
           COPY 'timws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
      * ainda esta aberto antes de processar a folha.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           MOVE WRK-PER-DATA(1:6) TO WRK-PER-CONSULTA.
           MOVE WRK-PER-DATA(1:6) TO WRK-TIM-COMPETENCIA.
           PERFORM 9790-VERIFICAR-PERIODO.

       0100-INICIALIZAR.

           MOVE EMP-CENTRO-CUSTO TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB020'   TO WRK-RAZ-PROGRAMA.
           SET DOC-MATRICULA   TO TRUE.
           MOVE EMP-MATRICULA TO WRK-RAZ-DOC-NUMERO.
           MOVE '511000'       TO WRK-RAZ-CONTA-DEB.
           MOVE '211300'       TO WRK-RAZ-CONTA-CRE.
           MOVE 'FOLHA DE PAGAMENTO - 13O SALARIO'
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'irrpp.cpy'.
           COPY 'timpp.cpy'.

       END PROGRAM PROGCOB020.
