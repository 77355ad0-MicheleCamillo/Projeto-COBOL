      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Margem bruta da livraria - apura no diario de vendas
      *          (VENDAJRN.DAT) de um periodo a receita liquida de
      *          devolucoes e descontos de campanha, o custo das
      *          vendas pelo custo medio movel gravado na transacao e
      *          a margem bruta com percentual, por titulo, por
      *          editora e por loja, com o exemplar usado da
      *          recompra em linha propria; consulta o custo medio
      *          corrente do titulo no master
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'livsel.cpy'.
            COPY 'vjrsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'livfd.cpy'.
           COPY 'vjrfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MARGEM      VALUE 'S'.
       77 WRK-EOF-VENDAJRN     PIC X(01)   VALUE 'N'.
           88 FIM-VENDAJRN     VALUE 'S'.

      * Periodo e loja da apuracao - loja zero e a rede inteira.
       77 WRK-MRG-DATA-INI     PIC 9(08)   VALUE ZEROS.
       77 WRK-MRG-DATA-FIM     PIC 9(08)   VALUE ZEROS.
       77 WRK-MRG-LOJA         PIC 9(04)   VALUE ZEROS.
       77 WRK-MRG-OK           PIC X(01)   VALUE 'N'.
           88 PERIODO-OK       VALUE 'S'.

      * Valores da linha do diario, com sinal (devolucao negativa).
       77 WRK-LIN-EDITORA      PIC X(20)   VALUE SPACES.
       77 WRK-LIN-CUSTO-UNIT   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-LIN-QTD          PIC S9(05)  VALUE ZEROS.
       77 WRK-LIN-RECEITA      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-LIN-DESCONTO     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-LIN-CUSTO        PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-SEM-CUSTO    PIC 9(06)   VALUE ZEROS.
       77 WRK-LIN-USADO        PIC X(01)   VALUE 'N'.
           88 LINHA-DE-USADO   VALUE 'S'.

      * Acumulados por titulo, editora e loja.
       01 WRK-TAB-TITULOS.
           02 WRK-TIT-ENTRADA OCCURS 1000 TIMES INDEXED BY WRK-TIT-IDX.
               03 WRK-TIT-ISBN       PIC X(13)     VALUE SPACES.
               03 WRK-TIT-TITULO     PIC X(30)     VALUE SPACES.
               03 WRK-TIT-USADO      PIC X(01)     VALUE 'N'.
               03 WRK-TIT-QTD        PIC S9(07)    VALUE ZEROS.
               03 WRK-TIT-RECEITA    PIC S9(09)V99 VALUE ZEROS.
               03 WRK-TIT-DESCONTO   PIC S9(09)V99 VALUE ZEROS.
               03 WRK-TIT-CUSTO      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TIT-USADAS       PIC 9(04)   VALUE ZEROS.
       77 WRK-TIT-LOOP         PIC 9(04)   VALUE ZEROS.
       77 WRK-TIT-ACHOU        PIC X(01)   VALUE 'N'.
           88 TITULO-NA-TABELA VALUE 'S'.

       01 WRK-TAB-EDITORAS.
           02 WRK-EDT-ENTRADA OCCURS 200 TIMES INDEXED BY WRK-EDT-IDX.
               03 WRK-EDT-NOME       PIC X(20)     VALUE SPACES.
               03 WRK-EDT-QTD        PIC S9(07)    VALUE ZEROS.
               03 WRK-EDT-RECEITA    PIC S9(09)V99 VALUE ZEROS.
               03 WRK-EDT-DESCONTO   PIC S9(09)V99 VALUE ZEROS.
               03 WRK-EDT-CUSTO      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-EDT-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-EDT-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-EDT-ACHOU        PIC X(01)   VALUE 'N'.
           88 EDITORA-NA-TABELA VALUE 'S'.

       01 WRK-TAB-LOJAS.
           02 WRK-LJM-ENTRADA OCCURS 50 TIMES INDEXED BY WRK-LJM-IDX.
               03 WRK-LJM-LOJA       PIC 9(04)     VALUE ZEROS.
               03 WRK-LJM-QTD        PIC S9(07)    VALUE ZEROS.
               03 WRK-LJM-RECEITA    PIC S9(09)V99 VALUE ZEROS.
               03 WRK-LJM-DESCONTO   PIC S9(09)V99 VALUE ZEROS.
               03 WRK-LJM-CUSTO      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LJM-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-LJM-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-LJM-ACHOU        PIC X(01)   VALUE 'N'.
           88 LOJA-NA-TABELA   VALUE 'S'.

       77 WRK-MRG-DESPREZADAS  PIC 9(06)   VALUE ZEROS.
       77 WRK-TOT-QTD          PIC S9(07)    VALUE ZEROS.
       77 WRK-TOT-RECEITA      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO        PIC S9(11)V99 VALUE ZEROS.
      * Parte do total que e de exemplares usados (recompra).
       77 WRK-USD-QTD          PIC S9(07)    VALUE ZEROS.
       77 WRK-USD-RECEITA      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-USD-CUSTO        PIC S9(11)V99 VALUE ZEROS.

      * Linha impressa de qualquer das tres secoes.
       77 WRK-IMP-QTD          PIC S9(07)    VALUE ZEROS.
       77 WRK-IMP-RECEITA      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-IMP-DESCONTO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-IMP-CUSTO        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-IMP-MARGEM       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-IMP-PERC         PIC S9(03)V99 VALUE ZEROS.
       77 WRK-IMP-ROTULO       PIC X(45)     VALUE SPACES.

      * Campos editados.
       77 WRK-QTD-ED           PIC -ZZZZZ9         VALUE ZEROS.
       77 WRK-RECEITA-ED       PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-DESCONTO-ED      PIC -ZZZ.ZZ9,99     VALUE ZEROS.
       77 WRK-CUSTO-ED         PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-MARGEM-ED        PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-PERC-ED          PIC -ZZ9,99         VALUE ZEROS.
       77 WRK-PRECO-ED         PIC $ZZ.ZZ9,99      VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'vjrws.cpy'.
           COPY 'datechk.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB122' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MARGEM
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== MARGEM BRUTA DA LIVRARIA ====='.
           DISPLAY '1 - RELATORIO DE MARGEM (TITULO/EDITORA/LOJA)'.
           DISPLAY '2 - CONSULTAR CUSTO MEDIO DO TITULO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RELATORIO-MARGEM
               WHEN 2
                   PERFORM 0800-CONSULTAR-CUSTO
               WHEN ZERO
                   SET SAIR-MARGEM TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-RELATORIO-MARGEM.
           MOVE 'N' TO WRK-MRG-OK.
           DISPLAY 'DATA INICIAL (AAAAMMDD):'.
           ACCEPT WRK-MRG-DATA-INI.
           DISPLAY 'DATA FINAL (AAAAMMDD):'.
           ACCEPT WRK-MRG-DATA-FIM.
           DISPLAY 'LOJA (ZEROS = REDE):'.
           ACCEPT WRK-MRG-LOJA.
           MOVE WRK-MRG-DATA-INI(1:4) TO WRK-DTV-ANO.
           MOVE WRK-MRG-DATA-INI(5:2) TO WRK-DTV-MES.
           MOVE WRK-MRG-DATA-INI(7:2) TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           IF DATA-VALIDA
               MOVE WRK-MRG-DATA-FIM(1:4) TO WRK-DTV-ANO
               MOVE WRK-MRG-DATA-FIM(5:2) TO WRK-DTV-MES
               MOVE WRK-MRG-DATA-FIM(7:2) TO WRK-DTV-DIA
               PERFORM 9600-VALIDAR-DATA
           END-IF.
           EVALUATE TRUE
               WHEN DATA-INVALIDA
                   DISPLAY 'DATA INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-MRG-DATA-FIM < WRK-MRG-DATA-INI
                   DISPLAY 'DATA FINAL ANTERIOR A INICIAL'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   SET PERIODO-OK TO TRUE
           END-EVALUATE.
           IF PERIODO-OK
               PERFORM 0310-APURAR-DIARIO
               PERFORM 0500-IMPRIMIR-TITULOS
               PERFORM 0600-IMPRIMIR-EDITORAS
               PERFORM 0700-IMPRIMIR-LOJAS
               ADD 1 TO WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB122'       TO WRK-AUD-PROGRAMA
               MOVE 'MARGEM-BRUTA'     TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-MRG-DATA-INI   TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-MRG-DATA-FIM   TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0310-APURAR-DIARIO.
           MOVE ZEROS TO WRK-TIT-USADAS WRK-EDT-USADAS WRK-LJM-USADAS
                         WRK-MRG-DESPREZADAS WRK-LIN-SEM-CUSTO
                         WRK-TOT-QTD WRK-TOT-RECEITA WRK-TOT-DESCONTO
                         WRK-TOT-CUSTO WRK-USD-QTD WRK-USD-RECEITA
                         WRK-USD-CUSTO.
           MOVE 'N' TO WRK-EOF-VENDAJRN.
           OPEN INPUT ARQ-LIVROS.
           OPEN INPUT ARQ-VENDA-JORNAL.
           IF WRK-FS-VENDAJRN NOT = '00'
               SET FIM-VENDAJRN TO TRUE
           END-IF.
           PERFORM UNTIL FIM-VENDAJRN
               READ ARQ-VENDA-JORNAL
                   AT END
                       SET FIM-VENDAJRN TO TRUE
                   NOT AT END
                       IF VJR-DATA NOT < WRK-MRG-DATA-INI
                          AND VJR-DATA NOT > WRK-MRG-DATA-FIM
                          AND (WRK-MRG-LOJA = ZEROS
                               OR VJR-LOJA = WRK-MRG-LOJA)
                           PERFORM 0320-VALORIZAR-LINHA
                           PERFORM 0330-SOMAR-TITULO
                           PERFORM 0340-SOMAR-EDITORA
                           PERFORM 0350-SOMAR-LOJA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-VENDAJRN = '00'
               CLOSE ARQ-VENDA-JORNAL
           END-IF.
           IF WRK-FS-LIVROS = '00'
               CLOSE ARQ-LIVROS
           END-IF.

       0320-VALORIZAR-LINHA.
      * VJR-VALOR ja vem liquido do desconto da campanha; o custo e
      * o medio gravado na transacao, e linha anterior ao custo medio
      * usa o custo medio corrente do master. O exemplar usado tem
      * so o custo da recompra gravado na linha - o custo medio dos
      * novos no master nao vale para ele.
           MOVE 'N' TO WRK-LIN-USADO.
           IF VJR-USADO = 'S'
               SET LINHA-DE-USADO TO TRUE
           END-IF.
           MOVE SPACES TO WRK-LIN-EDITORA.
           MOVE ZEROS  TO WRK-LIN-CUSTO-UNIT.
           IF WRK-FS-LIVROS = '00'
               MOVE VJR-ISBN TO LIV-ISBN
               READ ARQ-LIVROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIV-EDITORA     TO WRK-LIN-EDITORA
                       IF NOT LINHA-DE-USADO
                           MOVE LIV-CUSTO-MEDIO TO WRK-LIN-CUSTO-UNIT
                       END-IF
               END-READ
           END-IF.
           IF VJR-CUSTO-UNIT IS NUMERIC
               IF VJR-CUSTO-UNIT > ZEROS
                   MOVE VJR-CUSTO-UNIT TO WRK-LIN-CUSTO-UNIT
               END-IF
           END-IF.
           IF WRK-LIN-CUSTO-UNIT = ZEROS
               ADD 1 TO WRK-LIN-SEM-CUSTO
           END-IF.
           IF VJR-TIPO = 'D'
               COMPUTE WRK-LIN-QTD      = 0 - VJR-QUANTIDADE
               COMPUTE WRK-LIN-RECEITA  = 0 - VJR-VALOR
               MOVE ZEROS TO WRK-LIN-DESCONTO
           ELSE
               MOVE VJR-QUANTIDADE TO WRK-LIN-QTD
               MOVE VJR-VALOR      TO WRK-LIN-RECEITA
               IF VJR-DESC-CAMP IS NUMERIC
                   MOVE VJR-DESC-CAMP TO WRK-LIN-DESCONTO
               ELSE
                   MOVE ZEROS TO WRK-LIN-DESCONTO
               END-IF
           END-IF.
           COMPUTE WRK-LIN-CUSTO = WRK-LIN-QTD * WRK-LIN-CUSTO-UNIT.
           ADD WRK-LIN-QTD      TO WRK-TOT-QTD.
           ADD WRK-LIN-RECEITA  TO WRK-TOT-RECEITA.
           ADD WRK-LIN-DESCONTO TO WRK-TOT-DESCONTO.
           ADD WRK-LIN-CUSTO    TO WRK-TOT-CUSTO.
           IF LINHA-DE-USADO
               ADD WRK-LIN-QTD     TO WRK-USD-QTD
               ADD WRK-LIN-RECEITA TO WRK-USD-RECEITA
               ADD WRK-LIN-CUSTO   TO WRK-USD-CUSTO
           END-IF.

       0330-SOMAR-TITULO.
           MOVE 'N' TO WRK-TIT-ACHOU.
           IF WRK-TIT-USADAS > 0
               SET WRK-TIT-IDX TO 1
               SEARCH WRK-TIT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-TIT-ISBN(WRK-TIT-IDX) = VJR-ISBN
                    AND WRK-TIT-USADO(WRK-TIT-IDX) = WRK-LIN-USADO
                       SET TITULO-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT TITULO-NA-TABELA
               IF WRK-TIT-USADAS < 1000
                   ADD 1 TO WRK-TIT-USADAS
                   SET WRK-TIT-IDX TO WRK-TIT-USADAS
                   MOVE VJR-ISBN   TO WRK-TIT-ISBN(WRK-TIT-IDX)
                   MOVE VJR-TITULO TO WRK-TIT-TITULO(WRK-TIT-IDX)
                   MOVE WRK-LIN-USADO TO WRK-TIT-USADO(WRK-TIT-IDX)
                   MOVE ZEROS TO WRK-TIT-QTD(WRK-TIT-IDX)
                                 WRK-TIT-RECEITA(WRK-TIT-IDX)
                                 WRK-TIT-DESCONTO(WRK-TIT-IDX)
                                 WRK-TIT-CUSTO(WRK-TIT-IDX)
                   SET TITULO-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-MRG-DESPREZADAS
               END-IF
           END-IF.
           IF TITULO-NA-TABELA
               ADD WRK-LIN-QTD      TO WRK-TIT-QTD(WRK-TIT-IDX)
               ADD WRK-LIN-RECEITA  TO WRK-TIT-RECEITA(WRK-TIT-IDX)
               ADD WRK-LIN-DESCONTO TO WRK-TIT-DESCONTO(WRK-TIT-IDX)
               ADD WRK-LIN-CUSTO    TO WRK-TIT-CUSTO(WRK-TIT-IDX)
           END-IF.

       0340-SOMAR-EDITORA.
           MOVE 'N' TO WRK-EDT-ACHOU.
           IF WRK-EDT-USADAS > 0
               SET WRK-EDT-IDX TO 1
               SEARCH WRK-EDT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-EDT-NOME(WRK-EDT-IDX) = WRK-LIN-EDITORA
                       SET EDITORA-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT EDITORA-NA-TABELA
               IF WRK-EDT-USADAS < 200
                   ADD 1 TO WRK-EDT-USADAS
                   SET WRK-EDT-IDX TO WRK-EDT-USADAS
                   MOVE WRK-LIN-EDITORA TO WRK-EDT-NOME(WRK-EDT-IDX)
                   MOVE ZEROS TO WRK-EDT-QTD(WRK-EDT-IDX)
                                 WRK-EDT-RECEITA(WRK-EDT-IDX)
                                 WRK-EDT-DESCONTO(WRK-EDT-IDX)
                                 WRK-EDT-CUSTO(WRK-EDT-IDX)
                   SET EDITORA-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-MRG-DESPREZADAS
               END-IF
           END-IF.
           IF EDITORA-NA-TABELA
               ADD WRK-LIN-QTD      TO WRK-EDT-QTD(WRK-EDT-IDX)
               ADD WRK-LIN-RECEITA  TO WRK-EDT-RECEITA(WRK-EDT-IDX)
               ADD WRK-LIN-DESCONTO TO WRK-EDT-DESCONTO(WRK-EDT-IDX)
               ADD WRK-LIN-CUSTO    TO WRK-EDT-CUSTO(WRK-EDT-IDX)
           END-IF.

       0350-SOMAR-LOJA.
           MOVE 'N' TO WRK-LJM-ACHOU.
           IF WRK-LJM-USADAS > 0
               SET WRK-LJM-IDX TO 1
               SEARCH WRK-LJM-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-LJM-LOJA(WRK-LJM-IDX) = VJR-LOJA
                       SET LOJA-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT LOJA-NA-TABELA
               IF WRK-LJM-USADAS < 50
                   ADD 1 TO WRK-LJM-USADAS
                   SET WRK-LJM-IDX TO WRK-LJM-USADAS
                   MOVE VJR-LOJA TO WRK-LJM-LOJA(WRK-LJM-IDX)
                   MOVE ZEROS TO WRK-LJM-QTD(WRK-LJM-IDX)
                                 WRK-LJM-RECEITA(WRK-LJM-IDX)
                                 WRK-LJM-DESCONTO(WRK-LJM-IDX)
                                 WRK-LJM-CUSTO(WRK-LJM-IDX)
                   SET LOJA-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-MRG-DESPREZADAS
               END-IF
           END-IF.
           IF LOJA-NA-TABELA
               ADD WRK-LIN-QTD      TO WRK-LJM-QTD(WRK-LJM-IDX)
               ADD WRK-LIN-RECEITA  TO WRK-LJM-RECEITA(WRK-LJM-IDX)
               ADD WRK-LIN-DESCONTO TO WRK-LJM-DESCONTO(WRK-LJM-IDX)
               ADD WRK-LIN-CUSTO    TO WRK-LJM-CUSTO(WRK-LJM-IDX)
           END-IF.

       0400-IMPRIMIR-LINHA.
      * Margem = receita liquida - custo das vendas; percentual sobre
      * a receita liquida.
           COMPUTE WRK-IMP-MARGEM = WRK-IMP-RECEITA - WRK-IMP-CUSTO.
           IF WRK-IMP-RECEITA = ZEROS
               MOVE ZEROS TO WRK-IMP-PERC
           ELSE
               COMPUTE WRK-IMP-PERC ROUNDED =
                   WRK-IMP-MARGEM * 100 / WRK-IMP-RECEITA
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-IMP-PERC
               END-COMPUTE
           END-IF.
           MOVE WRK-IMP-QTD      TO WRK-QTD-ED.
           MOVE WRK-IMP-RECEITA  TO WRK-RECEITA-ED.
           MOVE WRK-IMP-DESCONTO TO WRK-DESCONTO-ED.
           MOVE WRK-IMP-CUSTO    TO WRK-CUSTO-ED.
           MOVE WRK-IMP-MARGEM   TO WRK-MARGEM-ED.
           MOVE WRK-IMP-PERC     TO WRK-PERC-ED.
           DISPLAY WRK-IMP-ROTULO WRK-QTD-ED ' ' WRK-RECEITA-ED ' '
               WRK-DESCONTO-ED ' ' WRK-CUSTO-ED ' ' WRK-MARGEM-ED ' '
               WRK-PERC-ED.

       0410-IMPRIMIR-CABECALHO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           IF WRK-MRG-LOJA = ZEROS
               DISPLAY 'REDE - PERIODO ' WRK-MRG-DATA-INI ' A '
                   WRK-MRG-DATA-FIM
           ELSE
               DISPLAY 'LOJA ' WRK-MRG-LOJA ' - PERIODO '
                   WRK-MRG-DATA-INI ' A ' WRK-MRG-DATA-FIM
           END-IF.
           DISPLAY '                                                 '
               '   QTD  RECEITA LIQ.  DESC.CAMP.          CUSTO'
               '         MARGEM      %'.

       0420-IMPRIMIR-TOTAL.
           MOVE WRK-TOT-QTD      TO WRK-IMP-QTD.
           MOVE WRK-TOT-RECEITA  TO WRK-IMP-RECEITA.
           MOVE WRK-TOT-DESCONTO TO WRK-IMP-DESCONTO.
           MOVE WRK-TOT-CUSTO    TO WRK-IMP-CUSTO.
           MOVE 'TOTAL' TO WRK-IMP-ROTULO.
           DISPLAY '-------------------------------------'.
           PERFORM 0400-IMPRIMIR-LINHA.

       0500-IMPRIMIR-TITULOS.
           MOVE 'PROGCOB122' TO WRK-REP-PROGRAMA.
           MOVE 'MARGEM BRUTA POR TITULO' TO WRK-REP-TITULO.
           PERFORM 0410-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-TIT-LOOP FROM 1 BY 1
                   UNTIL WRK-TIT-LOOP > WRK-TIT-USADAS
               MOVE WRK-TIT-QTD(WRK-TIT-LOOP)      TO WRK-IMP-QTD
               MOVE WRK-TIT-RECEITA(WRK-TIT-LOOP)  TO WRK-IMP-RECEITA
               MOVE WRK-TIT-DESCONTO(WRK-TIT-LOOP) TO WRK-IMP-DESCONTO
               MOVE WRK-TIT-CUSTO(WRK-TIT-LOOP)    TO WRK-IMP-CUSTO
               MOVE SPACES TO WRK-IMP-ROTULO
               IF WRK-TIT-USADO(WRK-TIT-LOOP) = 'S'
                   STRING WRK-TIT-ISBN(WRK-TIT-LOOP) ' '
                          WRK-TIT-TITULO(WRK-TIT-LOOP)(1:22)
                          ' (USADO)'
                       DELIMITED BY SIZE INTO WRK-IMP-ROTULO
                   END-STRING
               ELSE
                   STRING WRK-TIT-ISBN(WRK-TIT-LOOP) ' '
                          WRK-TIT-TITULO(WRK-TIT-LOOP)
                       DELIMITED BY SIZE INTO WRK-IMP-ROTULO
                   END-STRING
               END-IF
               PERFORM 0400-IMPRIMIR-LINHA
           END-PERFORM.
           PERFORM 0420-IMPRIMIR-TOTAL.
           IF WRK-USD-QTD NOT = ZEROS OR WRK-USD-RECEITA NOT = ZEROS
               MOVE WRK-USD-QTD     TO WRK-IMP-QTD
               MOVE WRK-USD-RECEITA TO WRK-IMP-RECEITA
               MOVE ZEROS           TO WRK-IMP-DESCONTO
               MOVE WRK-USD-CUSTO   TO WRK-IMP-CUSTO
               MOVE 'DOS QUAIS LIVROS USADOS' TO WRK-IMP-ROTULO
               PERFORM 0400-IMPRIMIR-LINHA
           END-IF.
           IF WRK-LIN-SEM-CUSTO > ZEROS
               DISPLAY 'LINHAS SEM CUSTO MEDIO (CUSTO ZERO): '
                   WRK-LIN-SEM-CUSTO
           END-IF.
           IF WRK-MRG-DESPREZADAS > ZEROS
               DISPLAY 'TABELA CHEIA - LANCAMENTOS FORA DA QUEBRA: '
                   WRK-MRG-DESPREZADAS
           END-IF.

       0600-IMPRIMIR-EDITORAS.
           MOVE 'PROGCOB122' TO WRK-REP-PROGRAMA.
           MOVE 'MARGEM BRUTA POR EDITORA' TO WRK-REP-TITULO.
           PERFORM 0410-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-EDT-LOOP FROM 1 BY 1
                   UNTIL WRK-EDT-LOOP > WRK-EDT-USADAS
               MOVE WRK-EDT-QTD(WRK-EDT-LOOP)      TO WRK-IMP-QTD
               MOVE WRK-EDT-RECEITA(WRK-EDT-LOOP)  TO WRK-IMP-RECEITA
               MOVE WRK-EDT-DESCONTO(WRK-EDT-LOOP) TO WRK-IMP-DESCONTO
               MOVE WRK-EDT-CUSTO(WRK-EDT-LOOP)    TO WRK-IMP-CUSTO
               IF WRK-EDT-NOME(WRK-EDT-LOOP) = SPACES
                   MOVE 'ISBN FORA DO MASTER' TO WRK-IMP-ROTULO
               ELSE
                   MOVE WRK-EDT-NOME(WRK-EDT-LOOP) TO WRK-IMP-ROTULO
               END-IF
               PERFORM 0400-IMPRIMIR-LINHA
           END-PERFORM.
           PERFORM 0420-IMPRIMIR-TOTAL.

       0700-IMPRIMIR-LOJAS.
           MOVE 'PROGCOB122' TO WRK-REP-PROGRAMA.
           MOVE 'MARGEM BRUTA POR LOJA' TO WRK-REP-TITULO.
           PERFORM 0410-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-LJM-LOOP FROM 1 BY 1
                   UNTIL WRK-LJM-LOOP > WRK-LJM-USADAS
               MOVE WRK-LJM-QTD(WRK-LJM-LOOP)      TO WRK-IMP-QTD
               MOVE WRK-LJM-RECEITA(WRK-LJM-LOOP)  TO WRK-IMP-RECEITA
               MOVE WRK-LJM-DESCONTO(WRK-LJM-LOOP) TO WRK-IMP-DESCONTO
               MOVE WRK-LJM-CUSTO(WRK-LJM-LOOP)    TO WRK-IMP-CUSTO
               MOVE SPACES TO WRK-IMP-ROTULO
               STRING 'LOJA ' WRK-LJM-LOJA(WRK-LJM-LOOP)
                   DELIMITED BY SIZE INTO WRK-IMP-ROTULO
               END-STRING
               PERFORM 0400-IMPRIMIR-LINHA
           END-PERFORM.
           PERFORM 0420-IMPRIMIR-TOTAL.

       0800-CONSULTAR-CUSTO.
           DISPLAY 'ISBN:'.
           ACCEPT WRK-LIV-PROCURADO.
           PERFORM 9580-BUSCAR-LIVRO.
           IF LIVRO-INVALIDO
               DISPLAY 'ISBN NAO CADASTRADO OU INATIVO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               DISPLAY 'TITULO: ' LIV-TITULO
               DISPLAY 'EDITORA: ' LIV-EDITORA
               MOVE LIV-PRECO TO WRK-PRECO-ED
               DISPLAY 'PRECO DE TABELA: ' WRK-PRECO-ED
               MOVE LIV-CUSTO-MEDIO TO WRK-PRECO-ED
               DISPLAY 'CUSTO MEDIO:     ' WRK-PRECO-ED
               DISPLAY 'ESTOQUE EM MAOS: ' LIV-ESTOQUE
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'livpp.cpy'.
           COPY 'datevalpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB122.
