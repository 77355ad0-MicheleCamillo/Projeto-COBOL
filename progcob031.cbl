            COPY 'audsel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'snasel.cpy'.
            COPY 'estsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-BALANCETE-CSV ASSIGN TO 'BALANCETE.CSV'
                ORGANIZATION IS LINE SEQUENTIAL.
           COPY 'audfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'snafd.cpy'.
           COPY 'estfd.cpy'.
           COPY 'runfd.cpy'.

       FD  ARQ-BALANCETE-CSV.
               03 WRK-CTA-DESCRICAO PIC X(30)    VALUE SPACES.
               03 WRK-CTA-QTD       PIC 9(06)    VALUE ZEROS.
               03 WRK-CTA-VALOR     PIC 9(12)V99 VALUE ZEROS.
               03 WRK-CTA-EST-QTD   PIC 9(06)    VALUE ZEROS.
               03 WRK-CTA-EST-VALOR PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CTA-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-CTA-ACHOU        PIC X(01)   VALUE 'N'.
           88 CONTA-ACHADA     VALUE 'S'.
       77 WRK-TOT-GERAL        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CTA-VALOR-ED     PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-GERAL-ED     PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * Lancamentos de lotes estornados e os proprios estornos
      * (PROGCOB107) - continuam no movimento, mas saem destacados.
       77 WRK-TOT-EST-QTD      PIC 9(06)   VALUE ZEROS.
       77 WRK-TOT-EST-VALOR    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CTA-EST-ED       PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      * Meses fechados vem da fotografia de saldos (SALDOMES.DAT,
      * gerada pelo PROGCOB062) em vez da releitura do razao
           COPY 'audws.cpy'.
           COPY 'glws.cpy'.
           COPY 'snaws.cpy'.
           COPY 'estws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

           ACCEPT WRK-REP-DATA FROM DATE YYYYMMDD.
           MOVE WRK-REP-DATA(1:6) TO WRK-MES-CORRENTE.
           PERFORM 0150-LER-FOTOGRAFIAS.
           PERFORM 9786-ABRIR-ESTORNOS.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO NOT = '00'
               DISPLAY 'RAZAO SEM LANCAMENTOS'
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           PERFORM 9787-FECHAR-ESTORNOS.

       0150-LER-FOTOGRAFIAS.
      * Acumula direto da fotografia os meses fechados dentro do
               ADD SNA-QTD-MOVIMENTOS TO WRK-CTA-QTD(WRK-CTA-IDX)
               ADD SNA-DEBITOS  TO WRK-CTA-VALOR(WRK-CTA-IDX)
               ADD SNA-CREDITOS TO WRK-CTA-VALOR(WRK-CTA-IDX)
               ADD SNA-QTD-ESTORNOS TO WRK-CTA-EST-QTD(WRK-CTA-IDX)
               ADD SNA-VALOR-ESTORNOS
                   TO WRK-CTA-EST-VALOR(WRK-CTA-IDX)
           END-IF.
           ADD SNA-QTD-MOVIMENTOS TO WRK-QTD-MOVIMENTOS.
           ADD SNA-DEBITOS  TO WRK-TOT-GERAL.
           ADD SNA-CREDITOS TO WRK-TOT-GERAL.
           ADD SNA-QTD-ESTORNOS   TO WRK-TOT-EST-QTD.
           ADD SNA-VALOR-ESTORNOS TO WRK-TOT-EST-VALOR.

       0250-ACUMULAR-CONTA.
           MOVE 'N' TO WRK-CTA-ACHOU.
                       TO WRK-CTA-DESCRICAO(WRK-CTA-USADAS)
                   MOVE 1 TO WRK-CTA-QTD(WRK-CTA-USADAS)
                   MOVE RAZ-VALOR TO WRK-CTA-VALOR(WRK-CTA-USADAS)
                   SET WRK-CTA-IDX TO WRK-CTA-USADAS
                   SET CONTA-ACHADA TO TRUE
               END-IF
           END-IF.
           ADD 1         TO WRK-QTD-MOVIMENTOS.
           ADD RAZ-VALOR TO WRK-TOT-GERAL.
           PERFORM 9785-CLASSIFICAR-ESTORNO.
           IF NOT LINHA-NORMAL
               ADD 1         TO WRK-TOT-EST-QTD
               ADD RAZ-VALOR TO WRK-TOT-EST-VALOR
               IF CONTA-ACHADA
                   ADD 1 TO WRK-CTA-EST-QTD(WRK-CTA-IDX)
                   ADD RAZ-VALOR TO WRK-CTA-EST-VALOR(WRK-CTA-IDX)
               END-IF
           END-IF.

       0300-EMITIR-BALANCETE.
           MOVE 'PROGCOB031' TO WRK-REP-PROGRAMA.
           DISPLAY 'CONTA   DESCRICAO  MOVIMENTOS  VALOR'.
           IF GERAR-CSV
               OPEN OUTPUT ARQ-BALANCETE-CSV
               MOVE SPACES TO REG-BALANCETE-CSV
               STRING 'CONTA;DESCRICAO;MOVIMENTOS;VALOR;'
                      'ESTORNOS;VALOR ESTORNOS'
                   DELIMITED BY SIZE INTO REG-BALANCETE-CSV
               END-STRING
               WRITE REG-BALANCETE-CSV
           END-IF.
           PERFORM VARYING WRK-CTA-LOOP FROM 1 BY 1
               DISPLAY WRK-CTA-CONTA(WRK-CTA-LOOP) '  '
                   WRK-CTA-DESCRICAO(WRK-CTA-LOOP) '  '
                   WRK-CTA-QTD(WRK-CTA-LOOP) '  ' WRK-CTA-VALOR-ED
               IF WRK-CTA-EST-QTD(WRK-CTA-LOOP) > ZEROS
                   MOVE WRK-CTA-EST-VALOR(WRK-CTA-LOOP)
                       TO WRK-CTA-EST-ED
                   DISPLAY '        EM LOTES ESTORNADOS/ESTORNOS: '
                       WRK-CTA-EST-QTD(WRK-CTA-LOOP) '  '
                       WRK-CTA-EST-ED
               END-IF
               IF GERAR-CSV
                   PERFORM 0350-GRAVAR-LINHA-CSV
               END-IF
           DISPLAY '-------------------------------------'.
           DISPLAY 'MOVIMENTOS NO PERIODO: ' WRK-QTD-MOVIMENTOS.
           DISPLAY 'TOTAL GERAL..........: ' WRK-TOT-GERAL-ED.
           IF WRK-TOT-EST-QTD > ZEROS
               MOVE WRK-TOT-EST-VALOR TO WRK-CTA-EST-ED
               DISPLAY 'DOS QUAIS ESTORNADOS/ESTORNOS: ' WRK-TOT-EST-QTD
                   '  ' WRK-CTA-EST-ED
           END-IF.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB031'       TO WRK-AUD-PROGRAMA.
           MOVE 'BALANCETE'        TO WRK-AUD-CAMPO-CHAVE.

       0350-GRAVAR-LINHA-CSV.
           MOVE WRK-CTA-VALOR(WRK-CTA-LOOP) TO WRK-CTA-VALOR-ED.
           MOVE WRK-CTA-EST-VALOR(WRK-CTA-LOOP) TO WRK-CTA-EST-ED.
           MOVE SPACES TO REG-BALANCETE-CSV.
           STRING
               WRK-CTA-CONTA(WRK-CTA-LOOP) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-CTA-QTD(WRK-CTA-LOOP) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-CTA-VALOR-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-CTA-EST-QTD(WRK-CTA-LOOP) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-CTA-EST-ED) DELIMITED BY SIZE
               INTO REG-BALANCETE-CSV
           END-STRING.
           WRITE REG-BALANCETE-CSV.

           COPY 'audpp.cpy'.
           COPY 'estpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

