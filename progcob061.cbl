      *          origem e compara com os arquivos de totais de cada
      *          frente (FOLHATOT x debitos da folha em 511000,
      *          FRETETOT x creditos do frete em 412000, VENDATOT x
      *          lancamentos das vendas em 411000, MENSALIDADE.DAT
      *          x cobranca escolar creditada em 416000), imprime o
      *          relatorio de diferencas e termina com status de erro
      *          quando algo nao bate - o fechamento do PROGCOB013
      *          exige esta conciliacao com sucesso no periodo
            COPY 'vndsel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'mensel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'vndfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'menfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-FS-FOLHATOT      PIC X(02)   VALUE '00'.
       77 WRK-FS-FRETOT        PIC X(02)   VALUE '00'.
       77 WRK-FS-VENDATOT      PIC X(02)   VALUE '00'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.

      * Lado dos subsistemas (arquivos de totais) na competencia;
      * registros antigos sem data ficam fora e sao contados a
       77 WRK-TOT-FOLHA        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-VENDA        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-MENSAL       PIC S9(12)V99 VALUE ZEROS.
       77 WRK-QTD-SEM-DATA     PIC 9(06)     VALUE ZEROS.

      * Lado do razao por origem na competencia.
       77 WRK-RAZ-FOLHA        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-RAZ-FRETE        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-RAZ-VENDA        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-RAZ-MENSAL       PIC S9(12)V99 VALUE ZEROS.

       77 WRK-DIFERENCA        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-QTD-DIFERENCAS   PIC 9(02)     VALUE ZEROS.
               CLOSE ARQ-VENDA-TOTAL
           END-IF.

      * Mensalidades: a cobranca gerada para a competencia, liquida
      * de bolsa e desconto de irmaos.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WRK-FS-MENSALIDADES = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-MENSALIDADES NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF MEN-COMPETENCIA = WRK-COMPETENCIA
                               ADD MEN-VALOR TO WRK-TOT-MENSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       0200-SOMAR-RAZAO.
      * O lado do razao por origem: a folha e medida pelos debitos
      * de despesa em 511000 (liquido + INSS + IRRF = bruto, como em
      * FOLHATOT); o frete pelos creditos da receita-base em 412000;
      * as vendas pelo liquido credor de 411000 postado pelo
      * lancamento diario das vendas; as mensalidades pela receita
      * em 416000 cuja competencia (no documento de origem, matricula
      * + competencia) e a pedida - a cobranca pode ser gerada no mes
      * anterior ao da competencia.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '00'
                           IF RAZ-DATA(1:6) = WRK-COMPETENCIA
                               PERFORM 0250-CLASSIFICAR-LANCAMENTO
                           END-IF
                           PERFORM 0260-CLASSIFICAR-MENSALIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
                   CONTINUE
           END-EVALUATE.

       0260-CLASSIFICAR-MENSALIDADE.
      * O estorno (PROGCOB107) repete a origem com o D/C invertido.
           IF RAZ-PROGRAMA-ORIGEM = 'PROGCOB085'
               AND RAZ-CONTA = '416000'
               AND RAZ-DOC-NUMERO(7:6) = WRK-COMPETENCIA
               IF RAZ-DC = 'C'
                   ADD RAZ-VALOR TO WRK-RAZ-MENSAL
               ELSE
                   SUBTRACT RAZ-VALOR FROM WRK-RAZ-MENSAL
               END-IF
           END-IF.

       0300-COMPARAR-E-REPORTAR.
           MOVE 'PROGCOB061' TO WRK-REP-PROGRAMA.
           MOVE 'CONCILIACAO SUBSISTEMAS X RAZAO' TO WRK-REP-TITULO.
               ADD 1 TO WRK-QTD-DIFERENCAS
           END-IF.

           MOVE WRK-TOT-MENSAL TO WRK-LADO-A-ED.
           MOVE WRK-RAZ-MENSAL TO WRK-LADO-B-ED.
           COMPUTE WRK-DIFERENCA = WRK-TOT-MENSAL - WRK-RAZ-MENSAL.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           DISPLAY 'MENSAL TOTAIS ' WRK-LADO-A-ED
               '  RAZAO ' WRK-LADO-B-ED
               '  DIF ' WRK-DIFERENCA-ED.
           IF WRK-DIFERENCA NOT = ZEROS
               ADD 1 TO WRK-QTD-DIFERENCAS
           END-IF.

           IF WRK-QTD-SEM-DATA > ZEROS
               DISPLAY 'REGISTROS DE TOTAIS SEM DATA (ANTERIORES AO '
                   'CAMPO): ' WRK-QTD-SEM-DATA
