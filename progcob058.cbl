           05 ARZ-DATA            PIC 9(08).
           05 ARZ-CENTRO-CUSTO    PIC X(04).
           05 ARZ-DC              PIC X(01).
           05 ARZ-REFERENCIA      PIC X(15).
           05 ARZ-LOTE            PIC X(08).
           05 ARZ-ESTORNO         PIC X(01).
           05 ARZ-DOC-TIPO        PIC X(02).
           05 ARZ-DOC-NUMERO      PIC X(15).

       WORKING-STORAGE SECTION.
       77 WRK-EOF-RAZAO        PIC X(01)   VALUE 'N'.
           MOVE RAZ-DATA            TO ARZ-DATA.
           MOVE RAZ-CENTRO-CUSTO    TO ARZ-CENTRO-CUSTO.
           MOVE RAZ-DC              TO ARZ-DC.
           MOVE RAZ-REFERENCIA      TO ARZ-REFERENCIA.
           MOVE RAZ-LOTE            TO ARZ-LOTE.
           MOVE RAZ-ESTORNO         TO ARZ-ESTORNO.
           MOVE RAZ-DOC-TIPO        TO ARZ-DOC-TIPO.
           MOVE RAZ-DOC-NUMERO      TO ARZ-DOC-NUMERO.
           WRITE REG-RAZAO-ARQUIVO.
           ADD 1 TO WRK-QTD-ARQUIVADOS WRK-RUN-QTD-LIDOS.

           MOVE 'ENCERRAMENTO DO EXERCICIO' TO ARZ-DESCRICAO.
           MOVE WRK-DATA-FECHAMENTO TO ARZ-DATA.
           MOVE '0000' TO ARZ-CENTRO-CUSTO.
           MOVE SPACES TO ARZ-REFERENCIA ARZ-LOTE ARZ-ESTORNO.
           MOVE 'EX'           TO ARZ-DOC-TIPO.
           MOVE WRK-ANO-FECHAR TO ARZ-DOC-NUMERO.
           IF WRK-SLD-NET(WRK-SLD-LOOP) > ZEROS
               COMPUTE WRK-NET-ABS = WRK-SLD-NET(WRK-SLD-LOOP)
               MOVE WRK-NET-ABS TO ARZ-VALOR
           MOVE 'SALDO DE ABERTURA' TO RAZ-DESCRICAO.
           MOVE WRK-DATA-ABERTURA   TO RAZ-DATA.
           MOVE '0000'              TO RAZ-CENTRO-CUSTO.
           MOVE SPACES              TO RAZ-REFERENCIA RAZ-LOTE
                                       RAZ-ESTORNO.
           MOVE 'EX'                TO RAZ-DOC-TIPO.
           MOVE WRK-ANO-FECHAR      TO RAZ-DOC-NUMERO.
           IF WRK-SLD-NET(WRK-SLD-LOOP) > ZEROS
               COMPUTE WRK-NET-ABS = WRK-SLD-NET(WRK-SLD-LOOP)
               MOVE 'D' TO RAZ-DC
