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
           COPY 'repws.cpy'.
           COPY 'insws.cpy'.
           COPY 'irrws.cpy'.
           COPY 'timws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
               DISPLAY 'DATA DE DESLIGAMENTO INVALIDA: ' WRK-RES-DATA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
      * As verbas rescisorias sao tributadas pela tabela em vigor no
      * mes do desligamento.
               MOVE WRK-RES-DATA(1:6) TO WRK-TIM-COMPETENCIA
               PERFORM 0520-LER-E-RESCINDIR
           END-IF.

           MOVE ZEROS TO EMP-FERIAS-SALDO EMP-FERIAS-INICIO
                         EMP-FERIAS-DIAS.
           MOVE 'D' TO EMP-SITUACAO.
           MOVE WRK-RES-DATA TO EMP-DATA-DESLIGAMENTO.
           REWRITE REG-EMPREGADO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

           MOVE EMP-CENTRO-CUSTO TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB051'     TO WRK-RAZ-PROGRAMA.
           SET DOC-MATRICULA     TO TRUE.
           MOVE EMP-MATRICULA   TO WRK-RAZ-DOC-NUMERO.
           MOVE '511000'         TO WRK-RAZ-CONTA-DEB.
           MOVE '211300'         TO WRK-RAZ-CONTA-CRE.
           MOVE 'RESCISAO - VERBAS LIQUIDAS' TO WRK-RAZ-DESCRICAO.
           COPY 'reppp.cpy'.
           COPY 'inspp.cpy'.
           COPY 'irrpp.cpy'.
           COPY 'timpp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB051.
