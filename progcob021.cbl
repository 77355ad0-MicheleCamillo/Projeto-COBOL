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
       77 WRK-OPCAO            PIC 9(01)       VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)       VALUE 'N'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'irrws.cpy'.
           COPY 'timws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0050-VERIFICAR-PERIODO-ABERTO.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           MOVE WRK-PER-DATA(1:6) TO WRK-PER-CONSULTA.
           MOVE WRK-PER-DATA(1:6) TO WRK-TIM-COMPETENCIA.
           PERFORM 9790-VERIFICAR-PERIODO.

       0060-RECUSAR-PERIODO-FECHADO.

           MOVE EMP-CENTRO-CUSTO TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB021'    TO WRK-RAZ-PROGRAMA.
           SET DOC-MATRICULA    TO TRUE.
           MOVE EMP-MATRICULA  TO WRK-RAZ-DOC-NUMERO.
           MOVE '511000'        TO WRK-RAZ-CONTA-DEB.
           MOVE '211300'        TO WRK-RAZ-CONTA-CRE.
           MOVE 'FOLHA DE PAGAMENTO - FERIAS' TO WRK-RAZ-DESCRICAO.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'irrpp.cpy'.
           COPY 'timpp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB021.
