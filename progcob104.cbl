      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Relatorio - Balanco patrimonial de um fim de mes a
      *          partir da fotografia de saldos (SALDOMES.DAT) e dos
      *          tipos do plano de contas (PLANOCON.DAT): ativo,
      *          passivo e patrimonio liquido agrupados e
      *          subtotalizados, resultado do periodo como linha
      *          propria do patrimonio liquido, coluna comparativa do
      *          ultimo fim de exercicio e prova de que o ativo iguala
      *          passivo mais patrimonio liquido - sem a prova o
      *          RUNLOG fecha com erro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB104.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'snasel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-RAZAO-ARQUIVO ASSIGN TO 'RAZAOARQ.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-RAZAO-ARQ.
            SELECT ARQ-BALANCO-CSV ASSIGN TO 'BALANCO.CSV'
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'snafd.cpy'.
           COPY 'runfd.cpy'.

      * Razao de arquivo do encerramento anual (PROGCOB058) - lido so
      * para saber quais exercicios ja foram encerrados.
       FD  ARQ-RAZAO-ARQUIVO.
       01  REG-RAZAO-ARQUIVO.
           05 ARZ-PROGRAMA-ORIGEM PIC X(10).
           05 ARZ-CONTA           PIC X(06).
           05 ARZ-DESCRICAO       PIC X(30).
           05 ARZ-VALOR           PIC 9(10)V99.
           05 ARZ-DATA            PIC 9(08).
           05 ARZ-CENTRO-CUSTO    PIC X(04).
           05 ARZ-DC              PIC X(01).
           05 ARZ-REFERENCIA      PIC X(15).
           05 ARZ-LOTE            PIC X(08).
           05 ARZ-ESTORNO         PIC X(01).
           05 ARZ-DOC-TIPO        PIC X(02).
           05 ARZ-DOC-NUMERO      PIC X(15).

       FD  ARQ-BALANCO-CSV.
       01  REG-BALANCO-CSV     PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-FS-RAZAO-ARQ     PIC X(02)   VALUE '00'.
       77 WRK-EOF-RAZAO-ARQ    PIC X(01)   VALUE 'N'.
           88 FIM-RAZAO-ARQ    VALUE 'S'.
       77 WRK-GERAR-CSV        PIC X(01)   VALUE 'N'.
           88 GERAR-CSV        VALUE 'S'.

      * Fim de mes pedido e fim do exercicio anterior (comparativo).
       01 WRK-BAL-COMPETENCIA.
           02 WRK-BAL-ANO      PIC 9(04)   VALUE ZEROS.
           02 WRK-BAL-MES      PIC 9(02)   VALUE ZEROS.
       01 WRK-BAL-COMP-NUM REDEFINES WRK-BAL-COMPETENCIA PIC 9(06).
       77 WRK-BAL-COMP-ANTERIOR PIC 9(06)  VALUE ZEROS.
       77 WRK-BAL-ANO-ANTERIOR PIC 9(04)   VALUE ZEROS.
       77 WRK-BAL-FOTO-DO-MES  PIC X(01)   VALUE 'N'.
           88 MES-FOTOGRAFADO  VALUE 'S'.

      * A fotografia so guarda as contas que movimentaram no mes: o
      * saldo de cada conta e o da ultima fotografia ate o fim de mes
      * pedido. Exercicio ja encerrado recomeca em janeiro (abertura
      * do PROGCOB058) e nenhuma fotografia anterior vale para ele.
       77 WRK-BAL-INICIO-ATUAL PIC 9(06)   VALUE ZEROS.
       77 WRK-BAL-INICIO-ANT   PIC 9(06)   VALUE ZEROS.

      * Saldo por conta - devedor positivo, como na fotografia.
       01 WRK-TAB-BALANCO.
           02 WRK-BAL-ENTRADA OCCURS 200 TIMES INDEXED BY WRK-BAL-IDX.
               03 WRK-BAL-CONTA     PIC X(06)     VALUE SPACES.
               03 WRK-BAL-DESCRICAO PIC X(30)     VALUE SPACES.
               03 WRK-BAL-TIPO      PIC X(01)     VALUE SPACES.
               03 WRK-BAL-ATUAL     PIC S9(12)V99 VALUE ZEROS.
               03 WRK-BAL-ANTERIOR  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-BAL-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-BAL-ACHOU        PIC X(01)   VALUE 'N'.
           88 CONTA-ACHADA     VALUE 'S'.
       77 WRK-BAL-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-BAL-POS          PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-FOTOGRAFIAS  PIC 9(06)   VALUE ZEROS.
       77 WRK-BAL-PLANO        PIC X(01)   VALUE 'N'.
           88 PLANO-ABERTO     VALUE 'S'.

      * Secao em emissao (A-ativo, P-passivo, L-patrimonio liquido),
      * grupo corrente (dois primeiros digitos da conta) e totais.
       77 WRK-BAL-SECAO        PIC X(01)   VALUE SPACES.
           88 SECAO-ATIVO      VALUE 'A'.
           88 SECAO-PASSIVO    VALUE 'P'.
           88 SECAO-PL         VALUE 'L'.
       77 WRK-BAL-NA-SECAO     PIC X(01)   VALUE 'N'.
           88 CONTA-DA-SECAO   VALUE 'S'.
       77 WRK-BAL-GRUPO        PIC X(02)   VALUE SPACES.
       77 WRK-BAL-NOME-GRUPO   PIC X(30)   VALUE SPACES.
       77 WRK-GRP-ATUAL        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-GRP-ANTERIOR     PIC S9(12)V99 VALUE ZEROS.
       77 WRK-SEC-ATUAL        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-SEC-ANTERIOR     PIC S9(12)V99 VALUE ZEROS.
       77 WRK-LIN-ATUAL        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-LIN-ANTERIOR     PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ATIVO        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ATIVO-ANT    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-PASSIVO      PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-PASSIVO-ANT  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-PL           PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-PL-ANT       PIC S9(12)V99 VALUE ZEROS.
      * Resultado do periodo - liquido credor das contas de receita e
      * despesa ainda nao encerradas.
       77 WRK-RESULTADO        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-RESULTADO-ANT    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-DIFERENCA        PIC S9(12)V99 VALUE ZEROS.
       77 WRK-DIFERENCA-ANT    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC +Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ANT-ED     PIC +Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CSV-ROTULO       PIC X(30)   VALUE SPACES.
       77 WRK-CSV-CONTA        PIC X(06)   VALUE SPACES.
       77 WRK-CSV-DESCRICAO    PIC X(30)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'snaws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB104' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM 0100-INICIALIZAR.
           IF NOT RUN-STATUS-ERRO
               PERFORM 0150-LER-ENCERRAMENTOS
               PERFORM 0200-CARREGAR-SALDOS
               PERFORM 0300-CLASSIFICAR-CONTAS
               PERFORM 0400-EMITIR-BALANCO
           END-IF.
           MOVE WRK-QTD-FOTOGRAFIAS TO WRK-RUN-QTD-LIDOS.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'FIM DE MES DO BALANCO (AAAAMM):'.
           ACCEPT WRK-BAL-COMPETENCIA.
           IF WRK-BAL-COMP-NUM NOT NUMERIC
              OR WRK-BAL-ANO = ZEROS
              OR WRK-BAL-MES < 1 OR WRK-BAL-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               COMPUTE WRK-BAL-ANO-ANTERIOR = WRK-BAL-ANO - 1
               COMPUTE WRK-BAL-COMP-ANTERIOR =
                   WRK-BAL-ANO-ANTERIOR * 100 + 12
               DISPLAY 'GERAR ARQUIVO CSV (S/N):'
               ACCEPT WRK-GERAR-CSV
           END-IF.

       0150-LER-ENCERRAMENTOS.
      * O encerramento de um ano grava no arquivo as partidas
      * 'ENCERRAMENTO DO EXERCICIO' datadas do fim daquele ano: com o
      * ano anterior encerrado, o exercicio corrente comeca em
      * janeiro; idem para o exercicio do comparativo.
           MOVE ZEROS TO WRK-BAL-INICIO-ATUAL WRK-BAL-INICIO-ANT.
           OPEN INPUT ARQ-RAZAO-ARQUIVO.
           IF WRK-FS-RAZAO-ARQ = '00'
               PERFORM UNTIL FIM-RAZAO-ARQ
                   READ ARQ-RAZAO-ARQUIVO
                       AT END
                           SET FIM-RAZAO-ARQ TO TRUE
                       NOT AT END
                           IF ARZ-DESCRICAO =
                                   'ENCERRAMENTO DO EXERCICIO'
                               PERFORM 0160-ANOTAR-ENCERRAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO-ARQUIVO
           END-IF.

       0160-ANOTAR-ENCERRAMENTO.
           IF ARZ-DATA(1:4) = WRK-BAL-ANO-ANTERIOR
               COMPUTE WRK-BAL-INICIO-ATUAL = WRK-BAL-ANO * 100 + 1
           END-IF.
           IF ARZ-DATA(1:4) = WRK-BAL-ANO-ANTERIOR - 1
               COMPUTE WRK-BAL-INICIO-ANT =
                   WRK-BAL-ANO-ANTERIOR * 100 + 1
           END-IF.

       0200-CARREGAR-SALDOS.
      * A fotografia vem em ordem de competencia: a ultima leitura de
      * cada conta dentro da janela e o saldo que vale.
           OPEN INPUT ARQ-SALDO-MENSAL.
           IF WRK-FS-SALDO-MENSAL NOT = '00'
               DISPLAY 'FOTOGRAFIA DE SALDOS (SALDOMES.DAT) NAO '
                   'ENCONTRADA - GERAR PELO PROGCOB062'
           ELSE
               PERFORM UNTIL FIM-SALDO-MENSAL
                   READ ARQ-SALDO-MENSAL NEXT RECORD
                       AT END
                           SET FIM-SALDO-MENSAL TO TRUE
                       NOT AT END
                           PERFORM 0250-APLICAR-FOTOGRAFIA
                   END-READ
               END-PERFORM
               CLOSE ARQ-SALDO-MENSAL
           END-IF.
           IF NOT MES-FOTOGRAFADO
               DISPLAY 'SEM FOTOGRAFIA DE ' WRK-BAL-COMP-NUM
                   ' - SALDOS DAS FOTOGRAFIAS ANTERIORES'
           END-IF.

       0250-APLICAR-FOTOGRAFIA.
           IF SNA-ANO-MES = WRK-BAL-COMP-NUM
               SET MES-FOTOGRAFADO TO TRUE
           END-IF.
           IF (SNA-ANO-MES >= WRK-BAL-INICIO-ATUAL
               AND SNA-ANO-MES <= WRK-BAL-COMP-NUM)
              OR (SNA-ANO-MES >= WRK-BAL-INICIO-ANT
               AND SNA-ANO-MES <= WRK-BAL-COMP-ANTERIOR)
               ADD 1 TO WRK-QTD-FOTOGRAFIAS
               PERFORM 0260-LOCALIZAR-CONTA
               IF CONTA-ACHADA
                   IF SNA-ANO-MES >= WRK-BAL-INICIO-ATUAL
                      AND SNA-ANO-MES <= WRK-BAL-COMP-NUM
                       MOVE SNA-SALDO-FINAL
                           TO WRK-BAL-ATUAL(WRK-BAL-IDX)
                   END-IF
                   IF SNA-ANO-MES >= WRK-BAL-INICIO-ANT
                      AND SNA-ANO-MES <= WRK-BAL-COMP-ANTERIOR
                       MOVE SNA-SALDO-FINAL
                           TO WRK-BAL-ANTERIOR(WRK-BAL-IDX)
                   END-IF
               END-IF
           END-IF.

       0260-LOCALIZAR-CONTA.
      * Conta nova entra na posicao da ordem de conta, para o
      * relatorio sair agrupado sem classificacao a parte.
           MOVE 'N' TO WRK-BAL-ACHOU.
           IF WRK-BAL-USADAS > 0
               SET WRK-BAL-IDX TO 1
               SEARCH WRK-BAL-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-BAL-CONTA(WRK-BAL-IDX) = SNA-CONTA
                       SET CONTA-ACHADA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT CONTA-ACHADA
               IF WRK-BAL-USADAS < 200
                   MOVE 1 TO WRK-BAL-POS
                   PERFORM VARYING WRK-BAL-LOOP FROM 1 BY 1
                           UNTIL WRK-BAL-LOOP > WRK-BAL-USADAS
                       IF WRK-BAL-CONTA(WRK-BAL-LOOP) < SNA-CONTA
                           COMPUTE WRK-BAL-POS = WRK-BAL-LOOP + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WRK-BAL-LOOP FROM WRK-BAL-USADAS
                           BY -1 UNTIL WRK-BAL-LOOP < WRK-BAL-POS
                       MOVE WRK-BAL-ENTRADA(WRK-BAL-LOOP)
                           TO WRK-BAL-ENTRADA(WRK-BAL-LOOP + 1)
                   END-PERFORM
                   ADD 1 TO WRK-BAL-USADAS
                   SET WRK-BAL-IDX TO WRK-BAL-POS
                   MOVE SNA-CONTA     TO WRK-BAL-CONTA(WRK-BAL-IDX)
                   MOVE SNA-DESCRICAO TO WRK-BAL-DESCRICAO(WRK-BAL-IDX)
                   MOVE SPACES        TO WRK-BAL-TIPO(WRK-BAL-IDX)
                   MOVE ZEROS         TO WRK-BAL-ATUAL(WRK-BAL-IDX)
                                         WRK-BAL-ANTERIOR(WRK-BAL-IDX)
                   SET CONTA-ACHADA TO TRUE
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - CONTA '
                       SNA-CONTA ' FORA DO BALANCO'
                   SET RUN-STATUS-ERRO TO TRUE
               END-IF
           END-IF.

       0300-CLASSIFICAR-CONTAS.
      * Tipo e descricao do plano de contas, com a convencao do
      * primeiro digito como contingencia (como na DRE).
           MOVE 'N' TO WRK-BAL-PLANO.
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-FS-PLANO = '00'
               SET PLANO-ABERTO TO TRUE
           END-IF.
           PERFORM VARYING WRK-BAL-LOOP FROM 1 BY 1
                   UNTIL WRK-BAL-LOOP > WRK-BAL-USADAS
               PERFORM 0350-CLASSIFICAR-UMA-CONTA
           END-PERFORM.
           IF PLANO-ABERTO
               CLOSE ARQ-PLANO-CONTAS
           END-IF.

       0350-CLASSIFICAR-UMA-CONTA.
           IF PLANO-ABERTO
               MOVE WRK-BAL-CONTA(WRK-BAL-LOOP) TO PLA-CONTA
               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLA-TIPO TO WRK-BAL-TIPO(WRK-BAL-LOOP)
                       MOVE PLA-DESCRICAO
                           TO WRK-BAL-DESCRICAO(WRK-BAL-LOOP)
               END-READ
           END-IF.
           IF WRK-BAL-TIPO(WRK-BAL-LOOP) = SPACES
               EVALUATE WRK-BAL-CONTA(WRK-BAL-LOOP)(1:1)
                   WHEN '1'
                       MOVE 'A' TO WRK-BAL-TIPO(WRK-BAL-LOOP)
                   WHEN '2'
                       MOVE 'P' TO WRK-BAL-TIPO(WRK-BAL-LOOP)
                   WHEN '4'
                       MOVE 'R' TO WRK-BAL-TIPO(WRK-BAL-LOOP)
                   WHEN OTHER
                       MOVE 'D' TO WRK-BAL-TIPO(WRK-BAL-LOOP)
               END-EVALUATE
           END-IF.

       0400-EMITIR-BALANCO.
           MOVE 'PROGCOB104' TO WRK-REP-PROGRAMA.
           MOVE 'BALANCO PATRIMONIAL' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'POSICAO EM ' WRK-BAL-COMP-NUM
               ' - COMPARATIVO EM ' WRK-BAL-COMP-ANTERIOR.
           IF GERAR-CSV
               OPEN OUTPUT ARQ-BALANCO-CSV
               MOVE 'GRUPO;CONTA;DESCRICAO;ATUAL;ANTERIOR'
                   TO REG-BALANCO-CSV
               WRITE REG-BALANCO-CSV
           END-IF.
           MOVE ZEROS TO WRK-RESULTADO WRK-RESULTADO-ANT.
           PERFORM VARYING WRK-BAL-LOOP FROM 1 BY 1
                   UNTIL WRK-BAL-LOOP > WRK-BAL-USADAS
               IF WRK-BAL-TIPO(WRK-BAL-LOOP) = 'R'
                  OR WRK-BAL-TIPO(WRK-BAL-LOOP) = 'D'
                   SUBTRACT WRK-BAL-ATUAL(WRK-BAL-LOOP)
                       FROM WRK-RESULTADO
                   SUBTRACT WRK-BAL-ANTERIOR(WRK-BAL-LOOP)
                       FROM WRK-RESULTADO-ANT
               END-IF
           END-PERFORM.

           DISPLAY ' '.
           DISPLAY 'ATIVO                                      '
               '           ATUAL          ANTERIOR'.
           SET SECAO-ATIVO TO TRUE.
           PERFORM 0450-EMITIR-SECAO.
           MOVE WRK-SEC-ATUAL    TO WRK-TOT-ATIVO.
           MOVE WRK-SEC-ANTERIOR TO WRK-TOT-ATIVO-ANT.
           MOVE WRK-TOT-ATIVO     TO WRK-VALOR-ED.
           MOVE WRK-TOT-ATIVO-ANT TO WRK-VALOR-ANT-ED.
           DISPLAY 'TOTAL DO ATIVO.........................  '
               WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED.

           DISPLAY ' '.
           DISPLAY 'PASSIVO'.
           SET SECAO-PASSIVO TO TRUE.
           PERFORM 0450-EMITIR-SECAO.
           MOVE WRK-SEC-ATUAL    TO WRK-TOT-PASSIVO.
           MOVE WRK-SEC-ANTERIOR TO WRK-TOT-PASSIVO-ANT.
           MOVE WRK-TOT-PASSIVO     TO WRK-VALOR-ED.
           MOVE WRK-TOT-PASSIVO-ANT TO WRK-VALOR-ANT-ED.
           DISPLAY 'TOTAL DO PASSIVO.......................  '
               WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED.

           DISPLAY ' '.
           DISPLAY 'PATRIMONIO LIQUIDO'.
           SET SECAO-PL TO TRUE.
           PERFORM 0450-EMITIR-SECAO.
           MOVE WRK-RESULTADO     TO WRK-VALOR-ED.
           MOVE WRK-RESULTADO-ANT TO WRK-VALOR-ANT-ED.
           DISPLAY '  RESULTADO DO PERIODO.................  '
               WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED.
           IF GERAR-CSV
               MOVE 'RESULTADO DO PERIODO' TO WRK-CSV-ROTULO
               MOVE SPACES TO WRK-CSV-CONTA
               MOVE 'LUCRO OU PREJUIZO DO PERIODO' TO WRK-CSV-DESCRICAO
               MOVE WRK-RESULTADO     TO WRK-LIN-ATUAL
               MOVE WRK-RESULTADO-ANT TO WRK-LIN-ANTERIOR
               PERFORM 0490-GRAVAR-LINHA-CSV
           END-IF.
           COMPUTE WRK-TOT-PL     = WRK-SEC-ATUAL + WRK-RESULTADO.
           COMPUTE WRK-TOT-PL-ANT = WRK-SEC-ANTERIOR
                                  + WRK-RESULTADO-ANT.
           MOVE WRK-TOT-PL     TO WRK-VALOR-ED.
           MOVE WRK-TOT-PL-ANT TO WRK-VALOR-ANT-ED.
           DISPLAY 'TOTAL DO PATRIMONIO LIQUIDO............  '
               WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED.
           COMPUTE WRK-LIN-ATUAL    = WRK-TOT-PASSIVO + WRK-TOT-PL.
           COMPUTE WRK-LIN-ANTERIOR = WRK-TOT-PASSIVO-ANT
                                    + WRK-TOT-PL-ANT.
           MOVE WRK-LIN-ATUAL    TO WRK-VALOR-ED.
           MOVE WRK-LIN-ANTERIOR TO WRK-VALOR-ANT-ED.
           DISPLAY 'PASSIVO + PATRIMONIO LIQUIDO...........  '
               WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED.
           IF GERAR-CSV
               CLOSE ARQ-BALANCO-CSV
           END-IF.
           PERFORM 0500-PROVAR-BALANCO.

       0450-EMITIR-SECAO.
      * Contas da secao em ordem de conta, com subtotal a cada troca
      * de grupo. Passivo e patrimonio liquido saem pelo liquido
      * credor; o patrimonio liquido e o grupo 23 do passivo.
           MOVE ZEROS  TO WRK-SEC-ATUAL WRK-SEC-ANTERIOR
                          WRK-GRP-ATUAL WRK-GRP-ANTERIOR.
           MOVE SPACES TO WRK-BAL-GRUPO.
           PERFORM VARYING WRK-BAL-LOOP FROM 1 BY 1
                   UNTIL WRK-BAL-LOOP > WRK-BAL-USADAS
               MOVE 'N' TO WRK-BAL-NA-SECAO
               EVALUATE TRUE
                   WHEN SECAO-ATIVO
                    AND WRK-BAL-TIPO(WRK-BAL-LOOP) = 'A'
                       SET CONTA-DA-SECAO TO TRUE
                   WHEN SECAO-PASSIVO
                    AND WRK-BAL-TIPO(WRK-BAL-LOOP) = 'P'
                    AND WRK-BAL-CONTA(WRK-BAL-LOOP)(1:2) NOT = '23'
                       SET CONTA-DA-SECAO TO TRUE
                   WHEN SECAO-PL
                    AND WRK-BAL-TIPO(WRK-BAL-LOOP) = 'P'
                    AND WRK-BAL-CONTA(WRK-BAL-LOOP)(1:2) = '23'
                       SET CONTA-DA-SECAO TO TRUE
               END-EVALUATE
               IF CONTA-DA-SECAO
                   PERFORM 0460-EMITIR-CONTA
               END-IF
           END-PERFORM.
           IF WRK-BAL-GRUPO NOT = SPACES
               PERFORM 0470-FECHAR-GRUPO
           END-IF.

       0460-EMITIR-CONTA.
           IF SECAO-ATIVO
               MOVE WRK-BAL-ATUAL(WRK-BAL-LOOP)    TO WRK-LIN-ATUAL
               MOVE WRK-BAL-ANTERIOR(WRK-BAL-LOOP) TO WRK-LIN-ANTERIOR
           ELSE
               COMPUTE WRK-LIN-ATUAL = 0 - WRK-BAL-ATUAL(WRK-BAL-LOOP)
               COMPUTE WRK-LIN-ANTERIOR =
                   0 - WRK-BAL-ANTERIOR(WRK-BAL-LOOP)
           END-IF.
           IF WRK-BAL-CONTA(WRK-BAL-LOOP)(1:2) NOT = WRK-BAL-GRUPO
               IF WRK-BAL-GRUPO NOT = SPACES
                   PERFORM 0470-FECHAR-GRUPO
               END-IF
               MOVE WRK-BAL-CONTA(WRK-BAL-LOOP)(1:2) TO WRK-BAL-GRUPO
               PERFORM 0480-NOMEAR-GRUPO
               DISPLAY ' ' WRK-BAL-NOME-GRUPO
           END-IF.
           ADD WRK-LIN-ATUAL    TO WRK-GRP-ATUAL WRK-SEC-ATUAL.
           ADD WRK-LIN-ANTERIOR TO WRK-GRP-ANTERIOR WRK-SEC-ANTERIOR.
           MOVE WRK-LIN-ATUAL    TO WRK-VALOR-ED.
           MOVE WRK-LIN-ANTERIOR TO WRK-VALOR-ANT-ED.
           DISPLAY '  ' WRK-BAL-CONTA(WRK-BAL-LOOP) ' '
               WRK-BAL-DESCRICAO(WRK-BAL-LOOP) '  '
               WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED.
           IF GERAR-CSV
               MOVE WRK-BAL-NOME-GRUPO TO WRK-CSV-ROTULO
               MOVE WRK-BAL-CONTA(WRK-BAL-LOOP) TO WRK-CSV-CONTA
               MOVE WRK-BAL-DESCRICAO(WRK-BAL-LOOP)
                   TO WRK-CSV-DESCRICAO
               PERFORM 0490-GRAVAR-LINHA-CSV
           END-IF.

       0470-FECHAR-GRUPO.
           MOVE WRK-GRP-ATUAL    TO WRK-VALOR-ED.
           MOVE WRK-GRP-ANTERIOR TO WRK-VALOR-ANT-ED.
           DISPLAY '  SUBTOTAL ' WRK-BAL-NOME-GRUPO
               WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED.
           MOVE ZEROS TO WRK-GRP-ATUAL WRK-GRP-ANTERIOR.

       0480-NOMEAR-GRUPO.
           EVALUATE WRK-BAL-GRUPO
               WHEN '11'
                   MOVE 'ATIVO CIRCULANTE' TO WRK-BAL-NOME-GRUPO
               WHEN '12'
                   MOVE 'ATIVO NAO CIRCULANTE' TO WRK-BAL-NOME-GRUPO
               WHEN '21'
                   MOVE 'PASSIVO CIRCULANTE' TO WRK-BAL-NOME-GRUPO
               WHEN '22'
                   MOVE 'PASSIVO NAO CIRCULANTE' TO WRK-BAL-NOME-GRUPO
               WHEN '23'
                   MOVE 'CAPITAL E RESERVAS' TO WRK-BAL-NOME-GRUPO
               WHEN OTHER
                   MOVE SPACES TO WRK-BAL-NOME-GRUPO
                   STRING 'GRUPO ' WRK-BAL-GRUPO
                       DELIMITED BY SIZE INTO WRK-BAL-NOME-GRUPO
                   END-STRING
           END-EVALUATE.

       0490-GRAVAR-LINHA-CSV.
           MOVE WRK-LIN-ATUAL    TO WRK-VALOR-ED.
           MOVE WRK-LIN-ANTERIOR TO WRK-VALOR-ANT-ED.
           MOVE SPACES TO REG-BALANCO-CSV.
           STRING
               FUNCTION TRIM(WRK-CSV-ROTULO) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-CSV-CONTA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-CSV-DESCRICAO) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-VALOR-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-VALOR-ANT-ED) DELIMITED BY SIZE
               INTO REG-BALANCO-CSV
           END-STRING.
           WRITE REG-BALANCO-CSV.

       0500-PROVAR-BALANCO.
      * Ativo tem de igualar passivo mais patrimonio liquido nas duas
      * colunas; qualquer diferenca fecha o RUNLOG com erro.
           COMPUTE WRK-DIFERENCA = WRK-TOT-ATIVO
               - WRK-TOT-PASSIVO - WRK-TOT-PL.
           COMPUTE WRK-DIFERENCA-ANT = WRK-TOT-ATIVO-ANT
               - WRK-TOT-PASSIVO-ANT - WRK-TOT-PL-ANT.
           DISPLAY '-------------------------------------'.
           IF WRK-DIFERENCA = ZEROS AND WRK-DIFERENCA-ANT = ZEROS
               DISPLAY 'PROVA: ATIVO = PASSIVO + PATRIMONIO LIQUIDO'
           ELSE
               MOVE WRK-DIFERENCA     TO WRK-VALOR-ED
               MOVE WRK-DIFERENCA-ANT TO WRK-VALOR-ANT-ED
               DISPLAY '*** BALANCO NAO FECHA - DIFERENCA '
                   WRK-VALOR-ED ' ' WRK-VALOR-ANT-ED ' ***'
               SET RUN-STATUS-ERRO TO TRUE
           END-IF.
           MOVE WRK-TOT-ATIVO TO WRK-VALOR-ED.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB104'       TO WRK-AUD-PROGRAMA.
           MOVE 'BALANCO'          TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-BAL-COMP-NUM   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-VALOR-ED       TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB104.
