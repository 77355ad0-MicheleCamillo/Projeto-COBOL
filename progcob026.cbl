            COPY 'empsel.cpy'.
            COPY 'hempsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'palsel.cpy'.
            COPY 'ppgsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'hempfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'palfd.cpy'.
           COPY 'ppgfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-ANO-REF          PIC 9(04)       VALUE ZEROS.
       77 WRK-ANO-LIDO         PIC 9(04)       VALUE ZEROS.
       77 WRK-INF-BRUTO        PIC 9(10)V99    VALUE ZEROS.
       77 WRK-INF-LIQUIDO      PIC 9(10)V99    VALUE ZEROS.
       77 WRK-INF-RETIDO       PIC 9(10)V99    VALUE ZEROS.
      * Pensao alimenticia paga no ano (PENSAOPG.DAT) - sai do
      * liquido mas nao e imposto retido, entao e abatida do retido
      * e informada em linha propria.
       77 WRK-INF-PENSAO       PIC 9(10)V99    VALUE ZEROS.

      * Totais da empresa para o contador.
       77 WRK-TOT-BRUTO        PIC 9(12)V99    VALUE ZEROS.
       77 WRK-TOT-RETIDO       PIC 9(12)V99    VALUE ZEROS.
       77 WRK-TOT-PENSAO       PIC 9(12)V99    VALUE ZEROS.

       77 WRK-INF-BRUTO-ED     PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-INF-LIQ-ED       PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-INF-RETIDO-ED    PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-INF-PENSAO-ED    PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-BRUTO-ED     PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-RETIDO-ED    PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-PENSAO-ED    PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'empws.cpy'.
           COPY 'hempws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'palws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           END-IF.

       0500-IMPRIMIR-INFORME.
           MOVE WRK-INF-MATRICULA TO WRK-PAL-MATRICULA-PROC.
           MOVE WRK-ANO-REF       TO WRK-PAL-ANO-PROC.
           PERFORM 9563-SOMAR-PENSAO-ANO.
           MOVE WRK-PAL-TOT-ANO   TO WRK-INF-PENSAO.
           IF WRK-INF-BRUTO - WRK-INF-LIQUIDO > WRK-INF-PENSAO
               COMPUTE WRK-INF-RETIDO =
                   WRK-INF-BRUTO - WRK-INF-LIQUIDO - WRK-INF-PENSAO
           ELSE
               MOVE ZEROS TO WRK-INF-RETIDO
           END-IF.
           MOVE 'PROGCOB026' TO WRK-REP-PROGRAMA.
           MOVE 'INFORME DE RENDIMENTOS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE WRK-INF-BRUTO   TO WRK-INF-BRUTO-ED.
           MOVE WRK-INF-LIQUIDO TO WRK-INF-LIQ-ED.
           MOVE WRK-INF-RETIDO  TO WRK-INF-RETIDO-ED.
           MOVE WRK-INF-PENSAO  TO WRK-INF-PENSAO-ED.
           DISPLAY 'ANO DE REFERENCIA......: ' WRK-ANO-REF.
           DISPLAY 'MATRICULA..............: ' WRK-INF-MATRICULA.
           DISPLAY 'NOME...................: ' WRK-INF-NOME.
           DISPLAY 'RENDIMENTO TRIBUTAVEL..: ' WRK-INF-BRUTO-ED.
           DISPLAY 'RENDIMENTO LIQUIDO.....: ' WRK-INF-LIQ-ED.
           DISPLAY 'TOTAL RETIDO NA FONTE..: ' WRK-INF-RETIDO-ED.
           DISPLAY 'PENSAO ALIMENTICIA.....: ' WRK-INF-PENSAO-ED.
           ADD 1              TO WRK-QTD-INFORMES.
           ADD WRK-INF-BRUTO  TO WRK-TOT-BRUTO.
           ADD WRK-INF-RETIDO TO WRK-TOT-RETIDO.
           ADD WRK-INF-PENSAO TO WRK-TOT-PENSAO.

       0400-TOTAIS-EMPRESA.
           MOVE WRK-TOT-BRUTO  TO WRK-TOT-BRUTO-ED.
           MOVE WRK-TOT-RETIDO TO WRK-TOT-RETIDO-ED.
           MOVE WRK-TOT-PENSAO TO WRK-TOT-PENSAO-ED.
           DISPLAY '================================================'.
           DISPLAY 'TOTAIS DA EMPRESA - ANO ' WRK-ANO-REF.
           DISPLAY 'INFORMES EMITIDOS......: ' WRK-QTD-INFORMES.
           DISPLAY 'RENDIMENTOS PAGOS......: ' WRK-TOT-BRUTO-ED.
           DISPLAY 'TOTAL RETIDO...........: ' WRK-TOT-RETIDO-ED.
           DISPLAY 'PENSAO ALIMENTICIA.....: ' WRK-TOT-PENSAO-ED.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB026'     TO WRK-AUD-PROGRAMA.
           MOVE 'INFORME-ANUAL'  TO WRK-AUD-CAMPO-CHAVE.
           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'palpp.cpy'.

       END PROGRAM PROGCOB026.
