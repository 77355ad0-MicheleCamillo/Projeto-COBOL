            SELECT ARQ-RECIBO-REG ASSIGN TO 'RECIBOREG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-RECREG.
            COPY 'prmsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           05 RCR-VALOR        PIC 9(06)V99.
           05 RCR-IMPOSTO      PIC 9(06)V99.

           COPY 'prmfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDAJRN      PIC X(02)   VALUE '00'.
       77 WRK-FS-RECREG        PIC X(02)   VALUE '00'.
       77 WRK-EOF-JRN          PIC X(01)   VALUE 'N'.
           88 FIM-JORNAL       VALUE 'S'.
       77 WRK-EOF-REC          PIC X(01)   VALUE 'N'.
           88 FIM-RECIBOS      VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       77 WRK-ALIQUOTA         PIC 9(02)V99 VALUE 7,00.
      * Aliquota vigente no primeiro dia da competencia (parametro
      * TAXAVEN do master de parametros).
       01  REG-CFG-IMPOSTO.
           05 CFG-ALIQUOTA     PIC 9(02)V99.

      * Apuracao por loja: base de vendas, devolucoes e o valor dos
      * recibos emitidos para a conciliacao.
           COPY 'audws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'prmws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           GOBACK.

       0100-LER-ALIQUOTA.
           MOVE 'TAXAVEN' TO WRK-PRM-CODIGO.
           MOVE SPACES    TO WRK-PRM-ARGUMENTO.
           COMPUTE WRK-PRM-DATA-REF = WRK-COMPETENCIA * 100 + 1.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-IMPOSTO
               IF CFG-ALIQUOTA IS NUMERIC
                AND CFG-ALIQUOTA > ZEROS
                   MOVE CFG-ALIQUOTA TO WRK-ALIQUOTA
               END-IF
           END-IF.

       0200-ACUMULAR-JORNAL.
           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'prmpp.cpy'.

       END PROGRAM PROGCOB083.
