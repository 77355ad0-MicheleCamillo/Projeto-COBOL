      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Curva ABC e titulos parados da livraria - classifica
      *          os ISBNs pela receita liquida do diario de vendas
      *          (VENDAJRN.DAT) num periodo escolhido, para a rede ou
      *          para uma loja, com participacao acumulada, estoque em
      *          maos e dias de cobertura; lista os titulos com
      *          estoque sem venda ha N dias, valorizados ao preco de
      *          tabela, com percentual de remarcacao sugerido que o
      *          supervisor pode carregar como preco programado em
      *          PRECOPROG.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'livsel.cpy'.
            COPY 'etlsel.cpy'.
            COPY 'vjrsel.cpy'.
            COPY 'pprsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'livfd.cpy'.
           COPY 'etlfd.cpy'.
           COPY 'vjrfd.cpy'.
           COPY 'pprfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-CURVA       VALUE 'S'.
       77 WRK-AUTORIZADO       PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WRK-EOF-VENDAJRN     PIC X(01)   VALUE 'N'.
           88 FIM-VENDAJRN     VALUE 'S'.
       77 WRK-EOF-LIVROS       PIC X(01)   VALUE 'N'.
           88 FIM-LIVROS       VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Periodo e loja da curva ABC - loja zero e a rede inteira.
       77 WRK-ABC-DATA-INI     PIC 9(08)   VALUE ZEROS.
       77 WRK-ABC-DATA-FIM     PIC 9(08)   VALUE ZEROS.
       77 WRK-ABC-LOJA         PIC 9(04)   VALUE ZEROS.
       77 WRK-ABC-DIAS         PIC 9(05)   VALUE ZEROS.
       77 WRK-ABC-OK           PIC X(01)   VALUE 'N'.
           88 PERIODO-OK       VALUE 'S'.

      * Receita e quantidade liquidas (vendas menos devolucoes) por
      * ISBN no periodo; depois da passada do diario a tabela e
      * reordenada pela receita, da maior para a menor.
       01 WRK-TAB-ABC.
           02 WRK-ABC-ENTRADA OCCURS 1000 TIMES INDEXED BY WRK-ABC-IDX.
               03 WRK-ABC-ISBN       PIC X(13)     VALUE SPACES.
               03 WRK-ABC-TITULO     PIC X(30)     VALUE SPACES.
               03 WRK-ABC-RECEITA    PIC S9(09)V99 VALUE ZEROS.
               03 WRK-ABC-QTD        PIC S9(07)    VALUE ZEROS.
       01 WRK-ABC-AUX.
           02 WRK-ABA-ISBN         PIC X(13)     VALUE SPACES.
           02 WRK-ABA-TITULO       PIC X(30)     VALUE SPACES.
           02 WRK-ABA-RECEITA      PIC S9(09)V99 VALUE ZEROS.
           02 WRK-ABA-QTD          PIC S9(07)    VALUE ZEROS.
       77 WRK-ABC-USADAS       PIC 9(04)   VALUE ZEROS.
       77 WRK-ABC-LOOP         PIC 9(04)   VALUE ZEROS.
       77 WRK-ABC-LOOP2        PIC 9(04)   VALUE ZEROS.
       77 WRK-ABC-MAIOR        PIC 9(04)   VALUE ZEROS.
       77 WRK-ABC-ACHOU        PIC X(01)   VALUE 'N'.
           88 ISBN-NA-TABELA   VALUE 'S'.
       77 WRK-ABC-DESPREZADOS  PIC 9(06)   VALUE ZEROS.

      * Faixas da classificacao: o titulo e A enquanto a participacao
      * acumulada antes dele nao chegou a 80%, B ate 95% e C no resto.
       77 WRK-ABC-LIMITE-A     PIC 9(03)V99 VALUE 80.
       77 WRK-ABC-LIMITE-B     PIC 9(03)V99 VALUE 95.
       77 WRK-ABC-TOTAL        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ABC-ACUMULADO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ABC-PERC-ANT     PIC S9(03)V99 VALUE ZEROS.
       77 WRK-ABC-PERC-ACUM    PIC S9(03)V99 VALUE ZEROS.
       77 WRK-ABC-CLASSE       PIC X(01)   VALUE SPACES.
       77 WRK-ABC-ESTOQUE      PIC S9(05)  VALUE ZEROS.
       77 WRK-ABC-COBERTURA    PIC 9(05)   VALUE ZEROS.
       77 WRK-ABC-QTD-A        PIC 9(04)   VALUE ZEROS.
       77 WRK-ABC-QTD-B        PIC 9(04)   VALUE ZEROS.
       77 WRK-ABC-QTD-C        PIC 9(04)   VALUE ZEROS.

      * Ultima venda de cada ISBN em todo o diario, base dos titulos
      * parados; ISBN fora da tabela nunca foi vendido.
       01 WRK-TAB-ULTIMA-VENDA.
           02 WRK-ULT-ENTRADA OCCURS 2000 TIMES INDEXED BY WRK-ULT-IDX.
               03 WRK-ULT-ISBN       PIC X(13)     VALUE SPACES.
               03 WRK-ULT-DATA       PIC 9(08)     VALUE ZEROS.
       77 WRK-ULT-USADAS       PIC 9(04)   VALUE ZEROS.
       77 WRK-ULT-ACHOU        PIC X(01)   VALUE 'N'.
           88 VENDA-NA-TABELA  VALUE 'S'.

      * Titulos parados: sem venda ha WRK-PAR-DIAS dias (zeros = 90).
      * A remarcacao sugerida cresce com o tempo parado - ate duas
      * vezes o prazo 10%, ate tres vezes 20% e alem disso (ou nunca
      * vendido) 30%.
       77 WRK-PAR-DIAS         PIC 9(03)   VALUE ZEROS.
       77 WRK-PAR-CORTE        PIC 9(08)   VALUE ZEROS.
       77 WRK-PAR-ULTIMA       PIC 9(08)   VALUE ZEROS.
       77 WRK-PAR-PARADO       PIC 9(05)   VALUE ZEROS.
       77 WRK-PAR-PERC         PIC 9(02)   VALUE ZEROS.
       77 WRK-PAR-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PAR-PRECO-NOVO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PAR-QTD          PIC 9(05)   VALUE ZEROS.
       77 WRK-PAR-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PAR-VIGENCIA     PIC 9(08)   VALUE ZEROS.
       77 WRK-PAR-PROGRAMADOS  PIC 9(05)   VALUE ZEROS.
       77 WRK-PAR-GRAVAR       PIC X(01)   VALUE 'N'.
           88 GRAVAR-REMARCACAO VALUE 'S'.

      * Campos editados.
       77 WRK-RECEITA-ED       PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED          PIC ZZ9,99          VALUE ZEROS.
       77 WRK-QTD-ED           PIC -ZZZZZ9         VALUE ZEROS.
       77 WRK-ESTOQUE-ED       PIC -ZZZZ9          VALUE ZEROS.
       77 WRK-COBERTURA-ED     PIC ZZZZ9           VALUE ZEROS.
       77 WRK-PRECO-ED         PIC $ZZ.ZZ9,99      VALUE ZEROS.
       77 WRK-VALOR-ED         PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'etlws.cpy'.
           COPY 'vjrws.cpy'.
           COPY 'pprws.cpy'.
           COPY 'datechk.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB121' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-CURVA
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== CURVA ABC E TITULOS PARADOS ====='.
           DISPLAY '1 - CURVA ABC DA REDE OU DA LOJA'.
           DISPLAY '2 - TITULOS PARADOS E REMARCACAO SUGERIDA'.
           DISPLAY '3 - PROGRAMAR REMARCACAO SUGERIDA (SUPERVISOR)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CURVA-ABC
               WHEN 2
                   MOVE 'N' TO WRK-PAR-GRAVAR
                   PERFORM 0500-TITULOS-PARADOS
               WHEN 3
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0700-PROGRAMAR-REMARCACAO
                   END-IF
               WHEN ZERO
                   SET SAIR-CURVA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-AUTORIZAR-OPERADOR.
      * Remarcacao muda o preco de venda da rede - so com sign-on de
      * SUPERVISOR ou ADM; a recusa vai para o SEGLOG.
           MOVE 'N' TO WRK-AUTORIZADO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'REMARCACAO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN OTHER
                   SET OPERADOR-AUTORIZADO TO TRUE
           END-EVALUATE.

       0145-LOGAR-RECUSA.
           MOVE 'PROGCOB121' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'REMARCACAO DE PRECO NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0300-CURVA-ABC.
           MOVE 'N' TO WRK-ABC-OK.
           DISPLAY 'DATA INICIAL (AAAAMMDD):'.
           ACCEPT WRK-ABC-DATA-INI.
           DISPLAY 'DATA FINAL (AAAAMMDD):'.
           ACCEPT WRK-ABC-DATA-FIM.
           DISPLAY 'LOJA (ZEROS = REDE):'.
           ACCEPT WRK-ABC-LOJA.
           MOVE WRK-ABC-DATA-INI(1:4) TO WRK-DTV-ANO.
           MOVE WRK-ABC-DATA-INI(5:2) TO WRK-DTV-MES.
           MOVE WRK-ABC-DATA-INI(7:2) TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           IF DATA-VALIDA
               MOVE WRK-ABC-DATA-FIM(1:4) TO WRK-DTV-ANO
               MOVE WRK-ABC-DATA-FIM(5:2) TO WRK-DTV-MES
               MOVE WRK-ABC-DATA-FIM(7:2) TO WRK-DTV-DIA
               PERFORM 9600-VALIDAR-DATA
           END-IF.
           EVALUATE TRUE
               WHEN DATA-INVALIDA
                   DISPLAY 'DATA INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-ABC-DATA-FIM < WRK-ABC-DATA-INI
                   DISPLAY 'DATA FINAL ANTERIOR A INICIAL'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   SET PERIODO-OK TO TRUE
           END-EVALUATE.
           IF PERIODO-OK
               COMPUTE WRK-ABC-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-ABC-DATA-FIM)
                 - FUNCTION INTEGER-OF-DATE(WRK-ABC-DATA-INI) + 1
               PERFORM 0310-ACUMULAR-RECEITA
               PERFORM 0350-ORDENAR-RECEITA
               PERFORM 0400-IMPRIMIR-CURVA
           END-IF.

       0310-ACUMULAR-RECEITA.
           MOVE ZEROS TO WRK-ABC-USADAS WRK-ABC-TOTAL
                         WRK-ABC-DESPREZADOS.
           MOVE 'N' TO WRK-EOF-VENDAJRN.
           OPEN INPUT ARQ-VENDA-JORNAL.
           IF WRK-FS-VENDAJRN NOT = '00'
               SET FIM-VENDAJRN TO TRUE
           END-IF.
           PERFORM UNTIL FIM-VENDAJRN
               READ ARQ-VENDA-JORNAL
                   AT END
                       SET FIM-VENDAJRN TO TRUE
                   NOT AT END
                       IF VJR-DATA NOT < WRK-ABC-DATA-INI
                          AND VJR-DATA NOT > WRK-ABC-DATA-FIM
                          AND (WRK-ABC-LOJA = ZEROS
                               OR VJR-LOJA = WRK-ABC-LOJA)
                           PERFORM 0320-SOMAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-VENDAJRN = '00'
               CLOSE ARQ-VENDA-JORNAL
           END-IF.

       0320-SOMAR-LINHA.
           MOVE 'N' TO WRK-ABC-ACHOU.
           IF WRK-ABC-USADAS > 0
               SET WRK-ABC-IDX TO 1
               SEARCH WRK-ABC-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-ABC-ISBN(WRK-ABC-IDX) = VJR-ISBN
                       SET ISBN-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT ISBN-NA-TABELA
               IF WRK-ABC-USADAS < 1000
                   ADD 1 TO WRK-ABC-USADAS
                   SET WRK-ABC-IDX TO WRK-ABC-USADAS
                   MOVE VJR-ISBN   TO WRK-ABC-ISBN(WRK-ABC-IDX)
                   MOVE VJR-TITULO TO WRK-ABC-TITULO(WRK-ABC-IDX)
                   MOVE ZEROS      TO WRK-ABC-RECEITA(WRK-ABC-IDX)
                                      WRK-ABC-QTD(WRK-ABC-IDX)
                   SET ISBN-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-ABC-DESPREZADOS
               END-IF
           END-IF.
           IF ISBN-NA-TABELA
               IF VJR-TIPO = 'D'
                   SUBTRACT VJR-VALOR FROM WRK-ABC-RECEITA(WRK-ABC-IDX)
                                           WRK-ABC-TOTAL
                   SUBTRACT VJR-QUANTIDADE
                       FROM WRK-ABC-QTD(WRK-ABC-IDX)
               ELSE
                   ADD VJR-VALOR TO WRK-ABC-RECEITA(WRK-ABC-IDX)
                                    WRK-ABC-TOTAL
                   ADD VJR-QUANTIDADE TO WRK-ABC-QTD(WRK-ABC-IDX)
               END-IF
           END-IF.

       0350-ORDENAR-RECEITA.
      * Selecao simples: a cada posicao traz para ela a maior receita
      * que sobrou abaixo.
           PERFORM VARYING WRK-ABC-LOOP FROM 1 BY 1
                   UNTIL WRK-ABC-LOOP >= WRK-ABC-USADAS
               MOVE WRK-ABC-LOOP TO WRK-ABC-MAIOR
               PERFORM VARYING WRK-ABC-LOOP2 FROM WRK-ABC-LOOP BY 1
                       UNTIL WRK-ABC-LOOP2 > WRK-ABC-USADAS
                   IF WRK-ABC-RECEITA(WRK-ABC-LOOP2) >
                      WRK-ABC-RECEITA(WRK-ABC-MAIOR)
                       MOVE WRK-ABC-LOOP2 TO WRK-ABC-MAIOR
                   END-IF
               END-PERFORM
               IF WRK-ABC-MAIOR NOT = WRK-ABC-LOOP
                   MOVE WRK-ABC-ENTRADA(WRK-ABC-LOOP) TO WRK-ABC-AUX
                   MOVE WRK-ABC-ENTRADA(WRK-ABC-MAIOR)
                       TO WRK-ABC-ENTRADA(WRK-ABC-LOOP)
                   MOVE WRK-ABC-AUX
                       TO WRK-ABC-ENTRADA(WRK-ABC-MAIOR)
               END-IF
           END-PERFORM.

       0400-IMPRIMIR-CURVA.
           MOVE ZEROS TO WRK-ABC-ACUMULADO WRK-ABC-QTD-A
                         WRK-ABC-QTD-B WRK-ABC-QTD-C.
           MOVE 'PROGCOB121' TO WRK-REP-PROGRAMA.
           MOVE 'CURVA ABC POR RECEITA DE VENDAS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           IF WRK-ABC-LOJA = ZEROS
               DISPLAY 'REDE - PERIODO ' WRK-ABC-DATA-INI ' A '
                   WRK-ABC-DATA-FIM ' (' WRK-ABC-DIAS ' DIAS)'
           ELSE
               DISPLAY 'LOJA ' WRK-ABC-LOJA ' - PERIODO '
                   WRK-ABC-DATA-INI ' A ' WRK-ABC-DATA-FIM
                   ' (' WRK-ABC-DIAS ' DIAS)'
           END-IF.
           DISPLAY 'C ISBN          TITULO                          '
               '       RECEITA    QTD  %ACUM ESTOQ COBERT'.
           IF WRK-ABC-TOTAL NOT > ZEROS
               DISPLAY 'SEM VENDAS LIQUIDAS NO PERIODO'
           ELSE
               IF WRK-ABC-LOJA = ZEROS
                   OPEN INPUT ARQ-LIVROS
               ELSE
                   OPEN INPUT ARQ-ESTOQUE-LOJA
               END-IF
               PERFORM VARYING WRK-ABC-LOOP FROM 1 BY 1
                       UNTIL WRK-ABC-LOOP > WRK-ABC-USADAS
                   PERFORM 0410-IMPRIMIR-TITULO
               END-PERFORM
               IF WRK-ABC-LOJA = ZEROS
                   IF WRK-FS-LIVROS = '00'
                       CLOSE ARQ-LIVROS
                   END-IF
               ELSE
                   IF WRK-FS-ESTOQUE-LOJA = '00'
                       CLOSE ARQ-ESTOQUE-LOJA
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-ABC-TOTAL TO WRK-TOTAL-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'RECEITA LIQUIDA DO PERIODO: ' WRK-TOTAL-ED.
           DISPLAY 'TITULOS A: ' WRK-ABC-QTD-A '  B: ' WRK-ABC-QTD-B
               '  C: ' WRK-ABC-QTD-C.
           IF WRK-ABC-DESPREZADOS > ZEROS
               DISPLAY 'TABELA CHEIA - LINHAS FORA DA CURVA: '
                   WRK-ABC-DESPREZADOS
           END-IF.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0410-IMPRIMIR-TITULO.
           IF WRK-ABC-TOTAL = ZEROS
               MOVE ZEROS TO WRK-ABC-PERC-ANT
           ELSE
               COMPUTE WRK-ABC-PERC-ANT =
                   WRK-ABC-ACUMULADO * 100 / WRK-ABC-TOTAL
           END-IF.
           ADD WRK-ABC-RECEITA(WRK-ABC-LOOP) TO WRK-ABC-ACUMULADO.
           COMPUTE WRK-ABC-PERC-ACUM ROUNDED =
               WRK-ABC-ACUMULADO * 100 / WRK-ABC-TOTAL.
           EVALUATE TRUE
               WHEN WRK-ABC-RECEITA(WRK-ABC-LOOP) NOT > ZEROS
                   MOVE 'C' TO WRK-ABC-CLASSE
                   ADD 1 TO WRK-ABC-QTD-C
               WHEN WRK-ABC-PERC-ANT < WRK-ABC-LIMITE-A
                   MOVE 'A' TO WRK-ABC-CLASSE
                   ADD 1 TO WRK-ABC-QTD-A
               WHEN WRK-ABC-PERC-ANT < WRK-ABC-LIMITE-B
                   MOVE 'B' TO WRK-ABC-CLASSE
                   ADD 1 TO WRK-ABC-QTD-B
               WHEN OTHER
                   MOVE 'C' TO WRK-ABC-CLASSE
                   ADD 1 TO WRK-ABC-QTD-C
           END-EVALUATE.
           PERFORM 0420-LER-ESTOQUE.
      * Cobertura: estoque dividido pela venda media diaria do
      * periodo; sem venda liquida o titulo fica com 99999 dias.
           IF WRK-ABC-QTD(WRK-ABC-LOOP) > ZEROS
               IF WRK-ABC-ESTOQUE > ZEROS
                   COMPUTE WRK-ABC-COBERTURA =
                       WRK-ABC-ESTOQUE * WRK-ABC-DIAS
                       / WRK-ABC-QTD(WRK-ABC-LOOP)
                       ON SIZE ERROR
                           MOVE 99999 TO WRK-ABC-COBERTURA
                   END-COMPUTE
               ELSE
                   MOVE ZEROS TO WRK-ABC-COBERTURA
               END-IF
           ELSE
               MOVE 99999 TO WRK-ABC-COBERTURA
           END-IF.
           MOVE WRK-ABC-RECEITA(WRK-ABC-LOOP) TO WRK-RECEITA-ED.
           MOVE WRK-ABC-QTD(WRK-ABC-LOOP)     TO WRK-QTD-ED.
           MOVE WRK-ABC-PERC-ACUM             TO WRK-PERC-ED.
           MOVE WRK-ABC-ESTOQUE               TO WRK-ESTOQUE-ED.
           MOVE WRK-ABC-COBERTURA             TO WRK-COBERTURA-ED.
           DISPLAY WRK-ABC-CLASSE ' ' WRK-ABC-ISBN(WRK-ABC-LOOP) ' '
               WRK-ABC-TITULO(WRK-ABC-LOOP) ' ' WRK-RECEITA-ED ' '
               WRK-QTD-ED ' ' WRK-PERC-ED ' ' WRK-ESTOQUE-ED ' '
               WRK-COBERTURA-ED.

       0420-LER-ESTOQUE.
      * Rede: saldo total do master; loja: saldo da propria loja.
           MOVE ZEROS TO WRK-ABC-ESTOQUE.
           IF WRK-ABC-LOJA = ZEROS
               IF WRK-FS-LIVROS = '00'
                   MOVE WRK-ABC-ISBN(WRK-ABC-LOOP) TO LIV-ISBN
                   READ ARQ-LIVROS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LIV-ESTOQUE TO WRK-ABC-ESTOQUE
                   END-READ
               END-IF
           ELSE
               IF WRK-FS-ESTOQUE-LOJA = '00'
                   MOVE WRK-ABC-LOJA TO ETL-LOJA
                   MOVE WRK-ABC-ISBN(WRK-ABC-LOOP) TO ETL-ISBN
                   READ ARQ-ESTOQUE-LOJA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ETL-ESTOQUE TO WRK-ABC-ESTOQUE
                   END-READ
               END-IF
           END-IF.

       0500-TITULOS-PARADOS.
      * Titulo ativo com estoque na rede e sem venda desde a data de
      * corte; com GRAVAR-REMARCACAO ligado o preco sugerido entra
      * como preco programado pendente na vigencia informada.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DIAS SEM VENDA (ZEROS = 90):'.
           ACCEPT WRK-PAR-DIAS.
           IF WRK-PAR-DIAS = ZEROS
               MOVE 90 TO WRK-PAR-DIAS
           END-IF.
           COMPUTE WRK-PAR-CORTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - WRK-PAR-DIAS).
           PERFORM 0510-CARREGAR-ULTIMA-VENDA.
           MOVE ZEROS TO WRK-PAR-QTD WRK-PAR-TOT-VALOR
                         WRK-PAR-PROGRAMADOS.
           MOVE 'PROGCOB121' TO WRK-REP-PROGRAMA.
           MOVE 'TITULOS PARADOS E REMARCACAO SUGERIDA'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'SEM VENDA DESDE ' WRK-PAR-CORTE
               ' (' WRK-PAR-DIAS ' DIAS)'.
           DISPLAY 'ISBN          TITULO                         ESTOQ'
               ' ULT.VENDA    PRECO  VALOR ESTOQUE  %  PRECO SUG.'.
           IF GRAVAR-REMARCACAO
               OPEN I-O ARQ-PRECOS-PROG
               IF WRK-FS-PRECOS-PROG = '35'
                   OPEN OUTPUT ARQ-PRECOS-PROG
                   CLOSE ARQ-PRECOS-PROG
                   OPEN I-O ARQ-PRECOS-PROG
               END-IF
           END-IF.
           MOVE 'N' TO WRK-EOF-LIVROS.
           OPEN INPUT ARQ-LIVROS.
           IF WRK-FS-LIVROS NOT = '00'
               SET FIM-LIVROS TO TRUE
           END-IF.
           PERFORM UNTIL FIM-LIVROS
               READ ARQ-LIVROS NEXT RECORD
                   AT END
                       SET FIM-LIVROS TO TRUE
                   NOT AT END
                       IF LIV-ATIVO = 'S' AND LIV-ESTOQUE > ZEROS
                           PERFORM 0550-AVALIAR-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-LIVROS = '00'
               CLOSE ARQ-LIVROS
           END-IF.
           IF GRAVAR-REMARCACAO
               CLOSE ARQ-PRECOS-PROG
           END-IF.
           MOVE WRK-PAR-TOT-VALOR TO WRK-VALOR-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'TITULOS PARADOS: ' WRK-PAR-QTD
               '  ESTOQUE A PRECO DE TABELA: ' WRK-VALOR-ED.
           IF GRAVAR-REMARCACAO
               DISPLAY 'REMARCACOES PROGRAMADAS PARA ' WRK-PAR-VIGENCIA
                   ': ' WRK-PAR-PROGRAMADOS
           END-IF.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0510-CARREGAR-ULTIMA-VENDA.
           MOVE ZEROS TO WRK-ULT-USADAS.
           MOVE 'N' TO WRK-EOF-VENDAJRN.
           OPEN INPUT ARQ-VENDA-JORNAL.
           IF WRK-FS-VENDAJRN NOT = '00'
               SET FIM-VENDAJRN TO TRUE
           END-IF.
           PERFORM UNTIL FIM-VENDAJRN
               READ ARQ-VENDA-JORNAL
                   AT END
                       SET FIM-VENDAJRN TO TRUE
                   NOT AT END
                       IF VJR-TIPO NOT = 'D'
                           PERFORM 0520-ANOTAR-VENDA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-VENDAJRN = '00'
               CLOSE ARQ-VENDA-JORNAL
           END-IF.

       0520-ANOTAR-VENDA.
           MOVE 'N' TO WRK-ULT-ACHOU.
           IF WRK-ULT-USADAS > 0
               SET WRK-ULT-IDX TO 1
               SEARCH WRK-ULT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-ULT-ISBN(WRK-ULT-IDX) = VJR-ISBN
                       SET VENDA-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF VENDA-NA-TABELA
               IF VJR-DATA > WRK-ULT-DATA(WRK-ULT-IDX)
                   MOVE VJR-DATA TO WRK-ULT-DATA(WRK-ULT-IDX)
               END-IF
           ELSE
               IF WRK-ULT-USADAS < 2000
                   ADD 1 TO WRK-ULT-USADAS
                   SET WRK-ULT-IDX TO WRK-ULT-USADAS
                   MOVE VJR-ISBN TO WRK-ULT-ISBN(WRK-ULT-IDX)
                   MOVE VJR-DATA TO WRK-ULT-DATA(WRK-ULT-IDX)
               END-IF
           END-IF.

       0550-AVALIAR-TITULO.
           MOVE ZEROS TO WRK-PAR-ULTIMA.
           IF WRK-ULT-USADAS > 0
               SET WRK-ULT-IDX TO 1
               SEARCH WRK-ULT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-ULT-ISBN(WRK-ULT-IDX) = LIV-ISBN
                       MOVE WRK-ULT-DATA(WRK-ULT-IDX) TO WRK-PAR-ULTIMA
               END-SEARCH
           END-IF.
           IF WRK-PAR-ULTIMA < WRK-PAR-CORTE
               IF WRK-PAR-ULTIMA = ZEROS
                   MOVE 30 TO WRK-PAR-PERC
               ELSE
                   COMPUTE WRK-PAR-PARADO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(WRK-PAR-ULTIMA)
                   EVALUATE TRUE
                       WHEN WRK-PAR-PARADO NOT > WRK-PAR-DIAS * 2
                           MOVE 10 TO WRK-PAR-PERC
                       WHEN WRK-PAR-PARADO NOT > WRK-PAR-DIAS * 3
                           MOVE 20 TO WRK-PAR-PERC
                       WHEN OTHER
                           MOVE 30 TO WRK-PAR-PERC
                   END-EVALUATE
               END-IF
               PERFORM 0560-LISTAR-PARADO
           END-IF.

       0560-LISTAR-PARADO.
           COMPUTE WRK-PAR-VALOR = LIV-ESTOQUE * LIV-PRECO.
           COMPUTE WRK-PAR-PRECO-NOVO ROUNDED =
               LIV-PRECO * (100 - WRK-PAR-PERC) / 100.
           ADD WRK-PAR-VALOR TO WRK-PAR-TOT-VALOR.
           ADD 1 TO WRK-PAR-QTD.
           MOVE LIV-ESTOQUE TO WRK-ESTOQUE-ED.
           MOVE LIV-PRECO   TO WRK-PRECO-ED.
           MOVE WRK-PAR-VALOR TO WRK-VALOR-ED.
           IF WRK-PAR-ULTIMA = ZEROS
               DISPLAY LIV-ISBN ' ' LIV-TITULO ' ' WRK-ESTOQUE-ED
                   ' NUNCA    ' WRK-PRECO-ED ' ' WRK-VALOR-ED ' '
                   WRK-PAR-PERC
           ELSE
               DISPLAY LIV-ISBN ' ' LIV-TITULO ' ' WRK-ESTOQUE-ED
                   ' ' WRK-PAR-ULTIMA ' ' WRK-PRECO-ED ' '
                   WRK-VALOR-ED ' ' WRK-PAR-PERC
           END-IF.
           MOVE WRK-PAR-PRECO-NOVO TO WRK-PRECO-ED.
           DISPLAY '              PRECO SUGERIDO: ' WRK-PRECO-ED.
           IF GRAVAR-REMARCACAO
               PERFORM 0570-GRAVAR-PRECO-PROG
           END-IF.

       0570-GRAVAR-PRECO-PROG.
           MOVE LIV-ISBN           TO PPR-ISBN.
           MOVE WRK-PAR-VIGENCIA   TO PPR-DATA-VIGENCIA.
           MOVE WRK-PAR-PRECO-NOVO TO PPR-PRECO.
           MOVE 'P'                TO PPR-SITUACAO.
           WRITE REG-PRECO-PROG
               INVALID KEY
                   REWRITE REG-PRECO-PROG
           END-WRITE.
           ADD 1 TO WRK-PAR-PROGRAMADOS.

       0700-PROGRAMAR-REMARCACAO.
      * Mesma apuracao da lista de parados, gravando o preco sugerido
      * de cada titulo como preco programado - o lote matinal
      * (PROGCOB077) ativa no master quando a vigencia chegar.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA DE VIGENCIA DA REMARCACAO (AAAAMMDD):'.
           ACCEPT WRK-PAR-VIGENCIA.
           MOVE WRK-PAR-VIGENCIA(1:4) TO WRK-DTV-ANO.
           MOVE WRK-PAR-VIGENCIA(5:2) TO WRK-DTV-MES.
           MOVE WRK-PAR-VIGENCIA(7:2) TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           EVALUATE TRUE
               WHEN DATA-INVALIDA
                   DISPLAY 'DATA DE VIGENCIA INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-PAR-VIGENCIA NOT > WRK-DATA-HOJE
                   DISPLAY 'VIGENCIA DEVE SER POSTERIOR A HOJE'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   SET GRAVAR-REMARCACAO TO TRUE
                   PERFORM 0500-TITULOS-PARADOS
                   MOVE 'N' TO WRK-PAR-GRAVAR
                   ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
                   MOVE 'PROGCOB121'        TO WRK-AUD-PROGRAMA
                   MOVE 'REMARCACAO'        TO WRK-AUD-CAMPO-CHAVE
                   MOVE WRK-PAR-VIGENCIA    TO WRK-AUD-VALOR-ENTRADA
                   MOVE WRK-PAR-PROGRAMADOS TO WRK-AUD-VALOR-SAIDA
                   PERFORM 9800-GRAVAR-AUDITORIA
           END-EVALUATE.

           COPY 'audpp.cpy'.
           COPY 'datevalpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB121.
