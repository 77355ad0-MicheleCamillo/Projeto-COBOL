            COPY 'audsel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'snasel.cpy'.
            COPY 'estsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'snafd.cpy'.
           COPY 'estfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-EOF-RAZAO        PIC X(01)   VALUE 'N'.
               03 WRK-MOV-DEBITOS   PIC 9(12)V99  VALUE ZEROS.
               03 WRK-MOV-CREDITOS  PIC 9(12)V99  VALUE ZEROS.
               03 WRK-MOV-QTD       PIC 9(06)     VALUE ZEROS.
               03 WRK-MOV-EST-QTD   PIC 9(06)     VALUE ZEROS.
               03 WRK-MOV-EST-VALOR PIC 9(12)V99  VALUE ZEROS.
       77 WRK-MOV-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-MOV-ACHOU        PIC X(01)   VALUE 'N'.
           88 MOVIMENTO-ACHADO VALUE 'S'.
       77 WRK-MOV-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR   PIC S9(12)V99 VALUE ZEROS.
      * Competencia que recebeu os saldos de abertura do encerramento
      * anual (PROGCOB058): os saldos patrimoniais ja chegam nos
      * lancamentos de abertura e as contas de resultado recomecam
      * do zero - nenhuma conta arrasta o saldo da fotografia
      * anterior.
       77 WRK-ABERTURA-ANUAL   PIC X(01)   VALUE 'N'.
           88 COMPETENCIA-DE-ABERTURA VALUE 'S'.

           COPY 'audws.cpy'.
           COPY 'glws.cpy'.
           COPY 'snaws.cpy'.
           COPY 'estws.cpy'.
           COPY 'runws.cpy'.

       PROCEDURE DIVISION.
           END-IF.

       0200-ACUMULAR-MOVIMENTOS.
           PERFORM 9786-ABRIR-ESTORNOS.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO NOT = '00'
               DISPLAY 'RAZAO SEM LANCAMENTOS'
                       NOT AT END
                           IF RAZ-DATA(1:6) = WRK-COMPETENCIA
                               PERFORM 0250-ACUMULAR-CONTA
                               IF RAZ-PROGRAMA-ORIGEM = 'PROGCOB'
                                AND RAZ-DESCRICAO = 'SALDO DE ABERTURA'
                                   SET COMPETENCIA-DE-ABERTURA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           PERFORM 9787-FECHAR-ESTORNOS.

       0250-ACUMULAR-CONTA.
           MOVE 'N' TO WRK-MOV-ACHOU.
               ELSE
                   ADD RAZ-VALOR TO WRK-MOV-DEBITOS(WRK-MOV-IDX)
               END-IF
               PERFORM 9785-CLASSIFICAR-ESTORNO
               IF NOT LINHA-NORMAL
                   ADD 1 TO WRK-MOV-EST-QTD(WRK-MOV-IDX)
                   ADD RAZ-VALOR TO WRK-MOV-EST-VALOR(WRK-MOV-IDX)
               END-IF
           END-IF.

       0400-GRAVAR-FOTOGRAFIA.
       0450-GRAVAR-UMA-CONTA.
      * O saldo de abertura e o saldo final da mesma conta na
      * fotografia do mes anterior; sem fotografia anterior a conta
      * abre em zero (primeiro mes fotografado), assim como no mes
      * de abertura do exercicio.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           IF NOT COMPETENCIA-DE-ABERTURA
               MOVE WRK-COMP-ANTERIOR TO SNA-ANO-MES
               MOVE WRK-MOV-CONTA(WRK-MOV-LOOP) TO SNA-CONTA
               READ ARQ-SALDO-MENSAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SNA-SALDO-FINAL TO WRK-SALDO-ANTERIOR
               END-READ
           END-IF.
           MOVE WRK-COMPETENCIA TO SNA-ANO-MES.
           MOVE WRK-MOV-CONTA(WRK-MOV-LOOP)     TO SNA-CONTA.
           MOVE WRK-MOV-DESCRICAO(WRK-MOV-LOOP) TO SNA-DESCRICAO.
           MOVE WRK-MOV-DEBITOS(WRK-MOV-LOOP)  TO SNA-DEBITOS.
           MOVE WRK-MOV-CREDITOS(WRK-MOV-LOOP) TO SNA-CREDITOS.
           MOVE WRK-MOV-QTD(WRK-MOV-LOOP)      TO SNA-QTD-MOVIMENTOS.
           MOVE WRK-MOV-EST-QTD(WRK-MOV-LOOP)  TO SNA-QTD-ESTORNOS.
           MOVE WRK-MOV-EST-VALOR(WRK-MOV-LOOP) TO SNA-VALOR-ESTORNOS.
           COMPUTE SNA-SALDO-FINAL = WRK-SALDO-ANTERIOR
               + WRK-MOV-DEBITOS(WRK-MOV-LOOP)
               - WRK-MOV-CREDITOS(WRK-MOV-LOOP).
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'estpp.cpy'.
           COPY 'runpp.cpy'.

       END PROGRAM PROGCOB062.
