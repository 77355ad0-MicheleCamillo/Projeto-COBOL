      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Relatorio - Flash gerencial do dia, numa pagina so:
      *          vendas da livraria por loja contra o mesmo dia da
      *          semana do ano anterior (VENDATOT.DAT); pedidos de
      *          frete cotados, embarcados e entregues com a receita
      *          (PEDIDOS.DAT); titulos vencidos de frete (FATURAS e
      *          pedidos fora de fatura) e de mensalidades; custo da
      *          folha no mes (FOLHATOT.DAT) e posicao do caixa e
      *          bancos (contas 111 do RAZAOEXT.DAT). Cada linha traz
      *          o acumulado do mes ate a data e, onde o PROGCOB060
      *          tem verba para o grupo de contas, o orcado do mes e
      *          o percentual atingido; opcao de CSV. Restrito a
      *          SUPERVISOR e ADM pelo sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB136.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'vndsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'fatsel.cpy'.
            COPY 'mensel.cpy'.
            COPY 'folsel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'orcsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-FLASH-CSV ASSIGN TO 'FLASHDIA.CSV'
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'vndfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'fatfd.cpy'.
           COPY 'menfd.cpy'.
           COPY 'folfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'orcfd.cpy'.
           COPY 'runfd.cpy'.

       FD  ARQ-FLASH-CSV.
       01  REG-FLASH-CSV       PIC X(150).

       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDATOT      PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.
       77 WRK-FS-FOLHATOT      PIC X(02)   VALUE '00'.
       77 WRK-EOF-ARQ          PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO      VALUE 'S'.
       77 WRK-GERAR-CSV        PIC X(01)   VALUE 'N'.
           88 GERAR-CSV        VALUE 'S'.

      * Data do flash (padrao: ontem), o mes dela e o mesmo dia da
      * semana do ano anterior (52 semanas antes).
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DATA-FLASH       PIC 9(08)   VALUE ZEROS.
       77 WRK-MES-FLASH        PIC 9(06)   VALUE ZEROS.
       77 WRK-DATA-ANO-ANT     PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-DATA        PIC 9(08)   VALUE ZEROS.

      * Vendas por loja: dia, mesmo dia da semana do ano anterior e
      * mes ate a data.
       01 WRK-TAB-LOJAS.
           02 WRK-LJA-ENTRADA OCCURS 50 TIMES INDEXED BY WRK-LJA-IDX.
               03 WRK-LJA-LOJA      PIC 9(04)     VALUE ZEROS.
               03 WRK-LJA-DIA       PIC S9(12)V99 VALUE ZEROS.
               03 WRK-LJA-ANO-ANT   PIC S9(12)V99 VALUE ZEROS.
               03 WRK-LJA-MES       PIC S9(12)V99 VALUE ZEROS.
       77 WRK-LJA-USADAS       PIC 9(02)   VALUE ZEROS.
       77 WRK-LJA-ACHOU        PIC X(01)   VALUE 'N'.
           88 LOJA-NA-TABELA   VALUE 'S'.
       77 WRK-LJA-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-LJA-POS          PIC 9(02)   VALUE ZEROS.
       77 WRK-VND-DIA          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VND-ANO-ANT      PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VND-MES          PIC S9(12)V99 VALUE ZEROS.

      * Pedidos de frete - quantidade e receita (frete mais os
      * adicionais) no dia e no mes, por evento.
       77 WRK-PED-RECEITA      PIC 9(08)V99  VALUE ZEROS.
       77 WRK-COT-QTD-DIA      PIC 9(04)     VALUE ZEROS.
       77 WRK-COT-QTD-MES      PIC 9(05)     VALUE ZEROS.
       77 WRK-COT-DIA          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-COT-MES          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-EMB-QTD-DIA      PIC 9(04)     VALUE ZEROS.
       77 WRK-EMB-QTD-MES      PIC 9(05)     VALUE ZEROS.
       77 WRK-EMB-DIA          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-EMB-MES          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ENT-QTD-DIA      PIC 9(04)     VALUE ZEROS.
       77 WRK-ENT-QTD-MES      PIC 9(05)     VALUE ZEROS.
       77 WRK-ENT-DIA          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ENT-MES          PIC S9(12)V99 VALUE ZEROS.

      * Titulos vencidos e em aberto na data do flash.
       77 WRK-ATR-FAT-QTD      PIC 9(05)     VALUE ZEROS.
       77 WRK-ATR-FAT-VALOR    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ATR-PED-QTD      PIC 9(05)     VALUE ZEROS.
       77 WRK-ATR-PED-VALOR    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ATR-MEN-QTD      PIC 9(05)     VALUE ZEROS.
       77 WRK-ATR-MEN-VALOR    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ATR-TOT-QTD      PIC 9(05)     VALUE ZEROS.
       77 WRK-ATR-TOT-VALOR    PIC S9(12)V99 VALUE ZEROS.

      * Folha e caixa.
       77 WRK-FOL-DIA          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-FOL-MES          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CXA-DIA          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CXA-MES          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CXA-SALDO        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CXA-VALOR        PIC S9(12)V99 VALUE ZEROS.

      * Orcado do mes (ORCAMENTO.DAT, todos os centros) por grupo de
      * contas: 411 vendas da livraria, 412 receita de frete (a
      * receita e reconhecida na cotacao) e 511 a 514 despesas da
      * folha (salarios, encargos, beneficios e rubricas) - o 515
      * frete de transportadora e o 516 custo da consignacao ficam
      * fora.
       77 WRK-ORC-LIVRARIA     PIC 9(12)V99  VALUE ZEROS.
       77 WRK-ORC-FRETE        PIC 9(12)V99  VALUE ZEROS.
       77 WRK-ORC-FOLHA        PIC 9(12)V99  VALUE ZEROS.

      * Linha do flash - preenchida por secao e impressa (e levada ao
      * CSV) pelo 0800; colunas sem dado saem em branco.
       77 WRK-LIN-SECAO        PIC X(12)   VALUE SPACES.
       77 WRK-LIN-ITEM         PIC X(22)   VALUE SPACES.
       77 WRK-LIN-DIA          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-LIN-REF          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-LIN-MES          PIC S9(12)V99 VALUE ZEROS.
       77 WRK-LIN-ORCADO       PIC 9(12)V99  VALUE ZEROS.
       77 WRK-LIN-VARIACAO     PIC S9(05)V9  VALUE ZEROS.
       77 WRK-LIN-PERC-ORC     PIC S9(05)V9  VALUE ZEROS.
       77 WRK-LIN-TEM-REF      PIC X(01)   VALUE 'N'.
           88 LINHA-COM-REF    VALUE 'S'.
       77 WRK-LIN-TEM-MES      PIC X(01)   VALUE 'N'.
           88 LINHA-COM-MES    VALUE 'S'.
       77 WRK-LIN-TEM-ORC      PIC X(01)   VALUE 'N'.
           88 LINHA-COM-ORC    VALUE 'S'.
       77 WRK-VALOR-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED          PIC -ZZZ9,9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZZ9   VALUE ZEROS.
       77 WRK-QTD-MES-ED       PIC ZZZZ9   VALUE ZEROS.
       77 WRK-COL-DIA          PIC X(15)   VALUE SPACES.
       77 WRK-COL-REF          PIC X(15)   VALUE SPACES.
       77 WRK-COL-VAR          PIC X(07)   VALUE SPACES.
       77 WRK-COL-MES          PIC X(15)   VALUE SPACES.
       77 WRK-COL-ORCADO       PIC X(15)   VALUE SPACES.
       77 WRK-COL-PERC         PIC X(07)   VALUE SPACES.
       77 WRK-QTD-LINHAS       PIC 9(03)   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'fatws.cpy'.
           COPY 'glws.cpy'.
           COPY 'orcws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB136' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
            OR (NOT SUPERVISOR AND NOT ADM)
               DISPLAY 'FLASH GERENCIAL RESTRITO A SUPERVISOR OU ADM'
               MOVE 'PROGCOB136' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'FLASH GERENCIAL NEGADO' TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-CARREGAR-ORCAMENTO
               MOVE 'PROGCOB136' TO WRK-REP-PROGRAMA
               MOVE 'FLASH GERENCIAL DO DIA' TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'DATA DO FLASH: ' WRK-DATA-FLASH
                   '   MESMO DIA DO ANO ANTERIOR: ' WRK-DATA-ANO-ANT
               DISPLAY 'ITEM                   DIA            '
                   ' REFERENCIA      VAR%   MES ATE A DATA '
                   ' ORCADO MES      %ORC'
               IF GERAR-CSV
                   OPEN OUTPUT ARQ-FLASH-CSV
                   MOVE SPACES TO REG-FLASH-CSV
                   STRING 'SECAO;ITEM;DIA;REFERENCIA;VARIACAO;MES;'
                              DELIMITED BY SIZE
                          'ORCADO;PERC-ORCADO' DELIMITED BY SIZE
                       INTO REG-FLASH-CSV
                   END-STRING
                   WRITE REG-FLASH-CSV
               END-IF
               PERFORM 0300-VENDAS-LIVRARIA
               PERFORM 0400-PEDIDOS-FRETE
               PERFORM 0500-RECEBER-EM-ATRASO
               PERFORM 0600-CUSTO-FOLHA
               PERFORM 0700-POSICAO-CAIXA
               IF GERAR-CSV
                   CLOSE ARQ-FLASH-CSV
                   DISPLAY 'CSV GRAVADO EM FLASHDIA.CSV'
               END-IF
               MOVE WRK-QTD-LINHAS TO WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB136'      TO WRK-AUD-PROGRAMA
               MOVE 'FLASH-GERENCIAL' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-DATA-FLASH    TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-QTD-LINHAS    TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'DATA DO FLASH (AAAAMMDD, BRANCO = ONTEM):'.
           ACCEPT WRK-DATA-FLASH.
           IF WRK-DATA-FLASH = ZEROS
               COMPUTE WRK-DIAS-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1
               COMPUTE WRK-DATA-FLASH =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-DATA)
           END-IF.
           MOVE WRK-DATA-FLASH(1:6) TO WRK-MES-FLASH.
           COMPUTE WRK-DIAS-DATA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FLASH) - 364.
           COMPUTE WRK-DATA-ANO-ANT =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-DATA).
           DISPLAY 'GERAR ARQUIVO CSV (S/N):'.
           ACCEPT WRK-GERAR-CSV.

       0200-CARREGAR-ORCAMENTO.
           MOVE 'N' TO WRK-EOF-ORCAMENTO.
           OPEN INPUT ARQ-ORCAMENTO.
           IF WRK-FS-ORCAMENTO = '00'
               MOVE WRK-MES-FLASH TO ORC-ANO-MES
               MOVE LOW-VALUES    TO ORC-CENTRO ORC-CONTA
               START ARQ-ORCAMENTO KEY IS NOT LESS THAN ORC-CHAVE
                   INVALID KEY
                       SET FIM-ORCAMENTO TO TRUE
               END-START
               PERFORM UNTIL FIM-ORCAMENTO
                   READ ARQ-ORCAMENTO NEXT RECORD
                       AT END
                           SET FIM-ORCAMENTO TO TRUE
                       NOT AT END
                           IF ORC-ANO-MES NOT = WRK-MES-FLASH
                               SET FIM-ORCAMENTO TO TRUE
                           ELSE
                               EVALUATE TRUE
                                   WHEN ORC-CONTA(1:3) = '411'
                                       ADD ORC-VALOR
                                           TO WRK-ORC-LIVRARIA
                                   WHEN ORC-CONTA(1:3) = '412'
                                       ADD ORC-VALOR TO WRK-ORC-FRETE
                                   WHEN ORC-CONTA(1:3) >= '511'
                                    AND ORC-CONTA(1:3) <= '514'
                                       ADD ORC-VALOR TO WRK-ORC-FOLHA
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORCAMENTO
           END-IF.

       0300-VENDAS-LIVRARIA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQ-VENDA-TOTAL.
           IF WRK-FS-VENDATOT = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-VENDA-TOTAL
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF VND-DATA = WRK-DATA-FLASH
                            OR VND-DATA = WRK-DATA-ANO-ANT
                            OR (VND-DATA(1:6) = WRK-MES-FLASH
                             AND VND-DATA NOT > WRK-DATA-FLASH)
                               PERFORM 0310-ACUMULAR-VENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VENDA-TOTAL
           END-IF.
           DISPLAY ' '.
           DISPLAY 'LIVRARIA - VENDAS'.
           MOVE 'LIVRARIA' TO WRK-LIN-SECAO.
           PERFORM VARYING WRK-LJA-LOOP FROM 1 BY 1
                   UNTIL WRK-LJA-LOOP > WRK-LJA-USADAS
               MOVE SPACES TO WRK-LIN-ITEM
               STRING 'LOJA ' DELIMITED BY SIZE
                      WRK-LJA-LOJA(WRK-LJA-LOOP) DELIMITED BY SIZE
                      INTO WRK-LIN-ITEM
               END-STRING
               MOVE WRK-LJA-DIA(WRK-LJA-LOOP)     TO WRK-LIN-DIA
               MOVE WRK-LJA-ANO-ANT(WRK-LJA-LOOP) TO WRK-LIN-REF
               MOVE WRK-LJA-MES(WRK-LJA-LOOP)     TO WRK-LIN-MES
               MOVE 'S' TO WRK-LIN-TEM-REF WRK-LIN-TEM-MES
               MOVE 'N' TO WRK-LIN-TEM-ORC
               PERFORM 0800-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE 'TOTAL LIVRARIA'   TO WRK-LIN-ITEM.
           MOVE WRK-VND-DIA        TO WRK-LIN-DIA.
           MOVE WRK-VND-ANO-ANT    TO WRK-LIN-REF.
           MOVE WRK-VND-MES        TO WRK-LIN-MES.
           MOVE WRK-ORC-LIVRARIA   TO WRK-LIN-ORCADO.
           MOVE 'S' TO WRK-LIN-TEM-REF WRK-LIN-TEM-MES WRK-LIN-TEM-ORC.
           PERFORM 0800-IMPRIMIR-LINHA.

       0310-ACUMULAR-VENDA.
           MOVE 'N'   TO WRK-LJA-ACHOU.
           MOVE ZEROS TO WRK-LJA-POS.
           IF WRK-LJA-USADAS > 0
               SET WRK-LJA-IDX TO 1
               SEARCH WRK-LJA-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-LJA-LOJA(WRK-LJA-IDX) = VND-LOJA
                       SET LOJA-NA-TABELA TO TRUE
                       SET WRK-LJA-POS TO WRK-LJA-IDX
               END-SEARCH
           END-IF.
           IF NOT LOJA-NA-TABELA
               IF WRK-LJA-USADAS < 50
                   ADD 1 TO WRK-LJA-USADAS
                   MOVE VND-LOJA TO WRK-LJA-LOJA(WRK-LJA-USADAS)
                   MOVE WRK-LJA-USADAS TO WRK-LJA-POS
               ELSE
                   DISPLAY 'TABELA DE LOJAS CHEIA (MAX 50) - '
                       'LOJA FORA DO FLASH: ' VND-LOJA
               END-IF
           END-IF.
           IF VND-DATA = WRK-DATA-FLASH
               ADD VND-TOTAL TO WRK-VND-DIA
               IF WRK-LJA-POS > ZEROS
                   ADD VND-TOTAL TO WRK-LJA-DIA(WRK-LJA-POS)
               END-IF
           END-IF.
           IF VND-DATA = WRK-DATA-ANO-ANT
               ADD VND-TOTAL TO WRK-VND-ANO-ANT
               IF WRK-LJA-POS > ZEROS
                   ADD VND-TOTAL TO WRK-LJA-ANO-ANT(WRK-LJA-POS)
               END-IF
           END-IF.
           IF VND-DATA(1:6) = WRK-MES-FLASH
            AND VND-DATA NOT > WRK-DATA-FLASH
               ADD VND-TOTAL TO WRK-VND-MES
               IF WRK-LJA-POS > ZEROS
                   ADD VND-TOTAL TO WRK-LJA-MES(WRK-LJA-POS)
               END-IF
           END-IF.

       0400-PEDIDOS-FRETE.
      * Uma passada em PEDIDOS.DAT: cotados pela emissao, embarcados
      * pela data de embarque, entregues pela data de entrega, e o
      * pedido fora de fatura vencido e em aberto na data para o
      * quadro de atrasos (mesmo criterio da regua do PROGCOB113).
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PEDIDOS
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM 0410-AVALIAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.
           DISPLAY ' '.
           DISPLAY 'FRETE - PEDIDOS (QTD DIA/MES E RECEITA)'.
           MOVE 'FRETE' TO WRK-LIN-SECAO.
           MOVE 'N' TO WRK-LIN-TEM-REF.
           MOVE 'S' TO WRK-LIN-TEM-MES.
           MOVE WRK-COT-QTD-DIA TO WRK-QTD-ED.
           MOVE WRK-COT-QTD-MES TO WRK-QTD-MES-ED.
           MOVE SPACES TO WRK-LIN-ITEM.
           STRING 'COTADOS ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-QTD-MES-ED DELIMITED BY SIZE
                  INTO WRK-LIN-ITEM
           END-STRING.
           MOVE WRK-COT-DIA   TO WRK-LIN-DIA.
           MOVE WRK-COT-MES   TO WRK-LIN-MES.
           MOVE WRK-ORC-FRETE TO WRK-LIN-ORCADO.
           MOVE 'S' TO WRK-LIN-TEM-ORC.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE 'N' TO WRK-LIN-TEM-ORC.
           MOVE WRK-EMB-QTD-DIA TO WRK-QTD-ED.
           MOVE WRK-EMB-QTD-MES TO WRK-QTD-MES-ED.
           MOVE SPACES TO WRK-LIN-ITEM.
           STRING 'EMBARCADOS ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-QTD-MES-ED DELIMITED BY SIZE
                  INTO WRK-LIN-ITEM
           END-STRING.
           MOVE WRK-EMB-DIA TO WRK-LIN-DIA.
           MOVE WRK-EMB-MES TO WRK-LIN-MES.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-ENT-QTD-DIA TO WRK-QTD-ED.
           MOVE WRK-ENT-QTD-MES TO WRK-QTD-MES-ED.
           MOVE SPACES TO WRK-LIN-ITEM.
           STRING 'ENTREGUES ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-QTD-MES-ED DELIMITED BY SIZE
                  INTO WRK-LIN-ITEM
           END-STRING.
           MOVE WRK-ENT-DIA TO WRK-LIN-DIA.
           MOVE WRK-ENT-MES TO WRK-LIN-MES.
           PERFORM 0800-IMPRIMIR-LINHA.

       0410-AVALIAR-PEDIDO.
           COMPUTE WRK-PED-RECEITA = PED-FRETE + PED-ADVALOREM
               + PED-GRIS + PED-PEDAGIO.
           IF PED-DATA-EMISSAO(1:6) = WRK-MES-FLASH
            AND PED-DATA-EMISSAO NOT > WRK-DATA-FLASH
               ADD 1               TO WRK-COT-QTD-MES
               ADD WRK-PED-RECEITA TO WRK-COT-MES
               IF PED-DATA-EMISSAO = WRK-DATA-FLASH
                   ADD 1               TO WRK-COT-QTD-DIA
                   ADD WRK-PED-RECEITA TO WRK-COT-DIA
               END-IF
           END-IF.
           IF PED-DATA-EMBARQUE IS NUMERIC
            AND PED-DATA-EMBARQUE(1:6) = WRK-MES-FLASH
            AND PED-DATA-EMBARQUE NOT > WRK-DATA-FLASH
               ADD 1               TO WRK-EMB-QTD-MES
               ADD WRK-PED-RECEITA TO WRK-EMB-MES
               IF PED-DATA-EMBARQUE = WRK-DATA-FLASH
                   ADD 1               TO WRK-EMB-QTD-DIA
                   ADD WRK-PED-RECEITA TO WRK-EMB-DIA
               END-IF
           END-IF.
           IF PED-DATA-ENTREGA(1:6) = WRK-MES-FLASH
            AND PED-DATA-ENTREGA NOT > WRK-DATA-FLASH
               ADD 1               TO WRK-ENT-QTD-MES
               ADD WRK-PED-RECEITA TO WRK-ENT-MES
               IF PED-DATA-ENTREGA = WRK-DATA-FLASH
                   ADD 1               TO WRK-ENT-QTD-DIA
                   ADD WRK-PED-RECEITA TO WRK-ENT-DIA
               END-IF
           END-IF.
           IF PED-STATUS NOT = 'X'
            AND PED-FATURA = ZEROS
            AND PED-DATA-VENCIMENTO > ZEROS
            AND PED-DATA-VENCIMENTO < WRK-DATA-FLASH
            AND PED-DATA-EMISSAO NOT > WRK-DATA-FLASH
            AND (PED-DATA-PAGAMENTO = ZEROS
             OR PED-DATA-PAGAMENTO > WRK-DATA-FLASH)
               ADD 1 TO WRK-ATR-PED-QTD
               COMPUTE WRK-ATR-PED-VALOR = WRK-ATR-PED-VALOR
                   + PED-VALOR + WRK-PED-RECEITA
           END-IF.

       0500-RECEBER-EM-ATRASO.
      * Posicao na data: titulo vencido antes dela e nao pago ate
      * ela. Os pedidos fora de fatura vem da passada do 0400.
           MOVE 'N' TO WRK-EOF-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
               MOVE LOW-VALUES TO FAT-NUMERO
               START ARQ-FATURAS KEY IS NOT LESS THAN FAT-NUMERO
                   INVALID KEY
                       SET FIM-FATURAS TO TRUE
               END-START
               PERFORM UNTIL FIM-FATURAS
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           SET FIM-FATURAS TO TRUE
                       NOT AT END
                           IF FAT-DATA-VENCIMENTO < WRK-DATA-FLASH
                            AND FAT-DATA-EMISSAO NOT > WRK-DATA-FLASH
                            AND (FAT-DATA-PAGAMENTO = ZEROS
                             OR FAT-DATA-PAGAMENTO > WRK-DATA-FLASH)
                               ADD 1 TO WRK-ATR-FAT-QTD
                               ADD FAT-VALOR TO WRK-ATR-FAT-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WRK-FS-MENSALIDADES = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-MENSALIDADES NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF MEN-VENCIMENTO > ZEROS
                            AND MEN-VENCIMENTO < WRK-DATA-FLASH
                            AND (MEN-DATA-PAGAMENTO = ZEROS
                             OR MEN-DATA-PAGAMENTO > WRK-DATA-FLASH)
                               ADD 1 TO WRK-ATR-MEN-QTD
                               ADD MEN-VALOR TO WRK-ATR-MEN-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.
           COMPUTE WRK-ATR-TOT-QTD = WRK-ATR-FAT-QTD + WRK-ATR-PED-QTD
               + WRK-ATR-MEN-QTD.
           COMPUTE WRK-ATR-TOT-VALOR = WRK-ATR-FAT-VALOR
               + WRK-ATR-PED-VALOR + WRK-ATR-MEN-VALOR.
           DISPLAY ' '.
           DISPLAY 'CONTAS A RECEBER EM ATRASO (POSICAO NA DATA)'.
           MOVE 'RECEBER' TO WRK-LIN-SECAO.
           MOVE 'N' TO WRK-LIN-TEM-REF WRK-LIN-TEM-MES WRK-LIN-TEM-ORC.
           MOVE WRK-ATR-FAT-QTD TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LIN-ITEM.
           STRING 'FATURAS FRETE ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LIN-ITEM
           END-STRING.
           MOVE WRK-ATR-FAT-VALOR TO WRK-LIN-DIA.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-ATR-PED-QTD TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LIN-ITEM.
           STRING 'PEDIDOS FRETE ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LIN-ITEM
           END-STRING.
           MOVE WRK-ATR-PED-VALOR TO WRK-LIN-DIA.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-ATR-MEN-QTD TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LIN-ITEM.
           STRING 'MENSALIDADES ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LIN-ITEM
           END-STRING.
           MOVE WRK-ATR-MEN-VALOR TO WRK-LIN-DIA.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-ATR-TOT-QTD TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LIN-ITEM.
           STRING 'TOTAL EM ATRASO ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO WRK-LIN-ITEM
           END-STRING.
           MOVE WRK-ATR-TOT-VALOR TO WRK-LIN-DIA.
           PERFORM 0800-IMPRIMIR-LINHA.

       0600-CUSTO-FOLHA.
      * Custo da folha no mes ate a data pelos totais gravados em
      * FOLHATOT.DAT (bruto de cada folha processada).
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQ-FOLHA-TOTAL.
           IF WRK-FS-FOLHATOT = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-FOLHA-TOTAL
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF FOL-DATA(1:6) = WRK-MES-FLASH
                            AND FOL-DATA NOT > WRK-DATA-FLASH
                               ADD FOL-TOTAL TO WRK-FOL-MES
                               IF FOL-DATA = WRK-DATA-FLASH
                                   ADD FOL-TOTAL TO WRK-FOL-DIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FOLHA-TOTAL
           END-IF.
           DISPLAY ' '.
           DISPLAY 'FOLHA DE PAGAMENTO'.
           MOVE 'FOLHA'          TO WRK-LIN-SECAO.
           MOVE 'CUSTO DA FOLHA' TO WRK-LIN-ITEM.
           MOVE WRK-FOL-DIA      TO WRK-LIN-DIA.
           MOVE WRK-FOL-MES      TO WRK-LIN-MES.
           MOVE WRK-ORC-FOLHA    TO WRK-LIN-ORCADO.
           MOVE 'N' TO WRK-LIN-TEM-REF.
           MOVE 'S' TO WRK-LIN-TEM-MES WRK-LIN-TEM-ORC.
           PERFORM 0800-IMPRIMIR-LINHA.

       0700-POSICAO-CAIXA.
      * Caixa e bancos: contas do grupo 111 no razao, debitos menos
      * creditos - saldo ate a data e movimento do dia e do mes.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF RAZ-CONTA(1:3) = '111'
                            AND RAZ-DATA NOT > WRK-DATA-FLASH
                               PERFORM 0710-SOMAR-CAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           DISPLAY ' '.
           DISPLAY 'CAIXA E BANCOS (CONTAS 111)'.
           MOVE 'CAIXA' TO WRK-LIN-SECAO.
           MOVE 'MOVIMENTO LIQUIDO' TO WRK-LIN-ITEM.
           MOVE WRK-CXA-DIA TO WRK-LIN-DIA.
           MOVE WRK-CXA-MES TO WRK-LIN-MES.
           MOVE 'N' TO WRK-LIN-TEM-REF WRK-LIN-TEM-ORC.
           MOVE 'S' TO WRK-LIN-TEM-MES.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE 'SALDO NA DATA' TO WRK-LIN-ITEM.
           MOVE WRK-CXA-SALDO TO WRK-LIN-DIA.
           MOVE 'N' TO WRK-LIN-TEM-MES.
           PERFORM 0800-IMPRIMIR-LINHA.

       0710-SOMAR-CAIXA.
           IF RAZ-DC = 'C'
               COMPUTE WRK-CXA-VALOR = ZEROS - RAZ-VALOR
           ELSE
               MOVE RAZ-VALOR TO WRK-CXA-VALOR
           END-IF.
           ADD WRK-CXA-VALOR TO WRK-CXA-SALDO.
           IF RAZ-DATA(1:6) = WRK-MES-FLASH
               ADD WRK-CXA-VALOR TO WRK-CXA-MES
           END-IF.
           IF RAZ-DATA = WRK-DATA-FLASH
               ADD WRK-CXA-VALOR TO WRK-CXA-DIA
           END-IF.

       0800-IMPRIMIR-LINHA.
      * Colunas: dia, referencia (mesmo dia do ano anterior) e
      * variacao, mes ate a data, orcado do mes e percentual do
      * orcado atingido no mes - sem verba no grupo, o orcado sai
      * como SEM VERBA.
           MOVE SPACES TO WRK-COL-REF WRK-COL-VAR WRK-COL-MES
                          WRK-COL-ORCADO WRK-COL-PERC.
           MOVE WRK-LIN-DIA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-COL-DIA.
           IF LINHA-COM-REF
               MOVE WRK-LIN-REF TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-COL-REF
               IF WRK-LIN-REF NOT = ZEROS
                   COMPUTE WRK-LIN-VARIACAO ROUNDED =
                       (WRK-LIN-DIA - WRK-LIN-REF) * 100 / WRK-LIN-REF
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-LIN-VARIACAO
                   END-COMPUTE
                   MOVE WRK-LIN-VARIACAO TO WRK-PERC-ED
                   MOVE WRK-PERC-ED TO WRK-COL-VAR
               END-IF
           END-IF.
           IF LINHA-COM-MES
               MOVE WRK-LIN-MES TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-COL-MES
           END-IF.
           IF LINHA-COM-ORC
               IF WRK-LIN-ORCADO = ZEROS
                   MOVE '      SEM VERBA' TO WRK-COL-ORCADO
               ELSE
                   MOVE WRK-LIN-ORCADO TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-COL-ORCADO
                   COMPUTE WRK-LIN-PERC-ORC ROUNDED =
                       WRK-LIN-MES * 100 / WRK-LIN-ORCADO
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-LIN-PERC-ORC
                   END-COMPUTE
                   MOVE WRK-LIN-PERC-ORC TO WRK-PERC-ED
                   MOVE WRK-PERC-ED TO WRK-COL-PERC
               END-IF
           END-IF.
           DISPLAY WRK-LIN-ITEM ' ' WRK-COL-DIA ' ' WRK-COL-REF ' '
               WRK-COL-VAR ' ' WRK-COL-MES ' ' WRK-COL-ORCADO ' '
               WRK-COL-PERC.
           ADD 1 TO WRK-QTD-LINHAS.
           IF GERAR-CSV
               MOVE SPACES TO REG-FLASH-CSV
               STRING
                   FUNCTION TRIM(WRK-LIN-SECAO) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-LIN-ITEM) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-COL-DIA) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-COL-REF) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-COL-VAR) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-COL-MES) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-COL-ORCADO) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-COL-PERC) DELIMITED BY SIZE
                   INTO REG-FLASH-CSV
               END-STRING
               WRITE REG-FLASH-CSV
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
