      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Regua de cobranca diaria dos titulos de frete em
      *          atraso - faturas de FATURAS.DAT e pedidos em aberto
      *          ainda nao faturados de PEDIDOS.DAT sobem de estagio
      *          pelos dias de atraso (lembrete, segundo aviso,
      *          bloqueio de credito, cobranca externa), com a carta
      *          do estagio impressa e o estagio/data gravados no
      *          titulo. No estagio de bloqueio o cliente fica com
      *          CLI-BLOQUEIO-CREDITO ligado (honrado pela cotacao do
      *          PROGCOB05) ate nao restar titulo bloqueante em aberto
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB113.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'fatsel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'fatfd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-COBRANCA    VALUE 'S'.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-EOF-CLIENTES     PIC X(01)   VALUE 'N'.
           88 FIM-CLIENTES     VALUE 'S'.

      * Regua: dias de atraso sobre o vencimento a partir dos quais
      * o titulo entra em cada estagio. O titulo salta direto para o
      * estagio que os dias de atraso alcancaram e nunca regride.
       77 WRK-COB-DIAS-LEMBRETE PIC 9(03)  VALUE 1.
       77 WRK-COB-DIAS-SEGUNDO  PIC 9(03)  VALUE 15.
       77 WRK-COB-DIAS-BLOQUEIO PIC 9(03)  VALUE 30.
       77 WRK-COB-DIAS-EXTERNA  PIC 9(03)  VALUE 60.
       77 WRK-COB-ESTAGIO-BLOQ  PIC 9(01)  VALUE 3.

      * Titulo em avaliacao - fatura ou pedido avulso.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-VENC        PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC S9(05)  VALUE ZEROS.
       77 WRK-COB-VENCIMENTO   PIC 9(08)   VALUE ZEROS.
       77 WRK-COB-ESTAGIO-ATUAL PIC 9(01)  VALUE ZEROS.
       77 WRK-COB-ESTAGIO-NOVO PIC 9(01)   VALUE ZEROS.
       77 WRK-COB-NOME-ESTAGIO PIC X(34)   VALUE SPACES.
       77 WRK-COB-TIPO         PIC X(06)   VALUE SPACES.
       77 WRK-COB-NUMERO       PIC 9(06)   VALUE ZEROS.
       77 WRK-COB-CLIENTE      PIC X(06)   VALUE SPACES.
       77 WRK-COB-VALOR        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-COB-PED-ALTERADOS PIC 9(05)  VALUE ZEROS.

      * Clientes com titulo em aberto no estagio de bloqueio ou
      * acima nesta rodada. Tabela cheia: ninguem e desbloqueado,
      * pois um cliente fora dela poderia ter titulo bloqueante.
       01 WRK-TAB-BLOQUEIO.
           02 WRK-BLQ-CLIENTE   PIC X(06) OCCURS 200 TIMES.
       77 WRK-BLQ-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-BLQ-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-BLQ-PROCURADO    PIC X(06)   VALUE SPACES.
       77 WRK-BLQ-ACHOU        PIC X(01)   VALUE 'N'.
           88 CLIENTE-A-BLOQUEAR VALUE 'S'.
       77 WRK-BLQ-ESTOURO      PIC X(01)   VALUE 'N'.
           88 TABELA-BLQ-ESTOUROU VALUE 'S'.

      * Totais da rodada.
       77 WRK-QTD-TITULOS      PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-CARTAS       PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-ESTAGIO-1    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-ESTAGIO-2    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-ESTAGIO-3    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-ESTAGIO-4    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-BLOQUEADOS   PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-LIBERADOS    PIC 9(05)   VALUE ZEROS.
       77 WRK-VAL-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED          PIC 9999/99/99 VALUE ZEROS.
       77 WRK-ATRASO-ED        PIC ZZZZ9   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'pdtws.cpy'.
           COPY 'fatws.cpy'.
           COPY 'cliws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB113' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-COBRANCA
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= REGUA DE COBRANCA DO FRETE ======='.
           DISPLAY '1 - EXECUTAR A REGUA DO DIA'.
           DISPLAY '2 - TITULOS EM COBRANCA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-EXECUTAR-REGUA
               WHEN 2
                   PERFORM 0900-LISTAR-COBRANCA
               WHEN ZERO
                   SET SAIR-COBRANCA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-EXECUTAR-REGUA.
      * Com a tabela de pedidos estourada parte dos titulos ficaria
      * fora da regua e um cliente com saldo bloqueante poderia ser
      * liberado - a rodada e recusada inteira.
           PERFORM 0680-CARREGAR-PEDIDOS.
           IF TABELA-PED-ESTOUROU
               DISPLAY 'REGUA RECUSADA ATE PEDIDOS.DAT CABER NA '
                   'TABELA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WRK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               MOVE ZEROS TO WRK-QTD-TITULOS WRK-QTD-CARTAS
                             WRK-QTD-ESTAGIO-1 WRK-QTD-ESTAGIO-2
                             WRK-QTD-ESTAGIO-3 WRK-QTD-ESTAGIO-4
                             WRK-QTD-BLOQUEADOS WRK-QTD-LIBERADOS
                             WRK-BLQ-QTD WRK-COB-PED-ALTERADOS
               MOVE 'N' TO WRK-BLQ-ESTOURO
               PERFORM 0400-COBRAR-FATURAS
               PERFORM 0500-COBRAR-PEDIDOS
               IF WRK-COB-PED-ALTERADOS > ZEROS
                   PERFORM 0690-REGRAVAR-PEDIDOS
               END-IF
               PERFORM 0600-ATUALIZAR-BLOQUEIOS
               PERFORM 0700-RESUMIR-REGUA
           END-IF.

       0400-COBRAR-FATURAS.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
               MOVE 'N'   TO WRK-EOF-FATURAS
               MOVE ZEROS TO FAT-NUMERO
               START ARQ-FATURAS KEY IS NOT LESS THAN FAT-NUMERO
                   INVALID KEY
                       SET FIM-FATURAS TO TRUE
               END-START
               PERFORM UNTIL FIM-FATURAS
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           SET FIM-FATURAS TO TRUE
                       NOT AT END
                           IF FAT-DATA-PAGAMENTO = ZEROS
                               PERFORM 0410-AVALIAR-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
           END-IF.

       0410-AVALIAR-FATURA.
           MOVE FAT-DATA-VENCIMENTO  TO WRK-COB-VENCIMENTO.
           MOVE FAT-COBRANCA-ESTAGIO TO WRK-COB-ESTAGIO-ATUAL.
           PERFORM 0800-APURAR-ESTAGIO.
           IF WRK-COB-ESTAGIO-NOVO > WRK-COB-ESTAGIO-ATUAL
               MOVE WRK-COB-ESTAGIO-NOVO TO FAT-COBRANCA-ESTAGIO
               MOVE WRK-DATA-HOJE        TO FAT-COBRANCA-DATA
               REWRITE REG-FATURA
               MOVE 'FATURA'      TO WRK-COB-TIPO
               MOVE FAT-NUMERO    TO WRK-COB-NUMERO
               MOVE FAT-CLIENTE   TO WRK-COB-CLIENTE
               MOVE FAT-VALOR     TO WRK-COB-VALOR
               PERFORM 0850-EMITIR-CARTA
           END-IF.
           IF FAT-COBRANCA-ESTAGIO > ZEROS
               ADD 1 TO WRK-QTD-TITULOS
           END-IF.
           IF FAT-COBRANCA-ESTAGIO >= WRK-COB-ESTAGIO-BLOQ
               MOVE FAT-CLIENTE TO WRK-BLQ-PROCURADO
               PERFORM 0870-MARCAR-BLOQUEIO
           END-IF.

       0500-COBRAR-PEDIDOS.
      * Pedido faturado e cobrado pela fatura consolidada; aqui so
      * entram os pedidos em aberto ainda fora de fatura, com o
      * mesmo criterio de titulo em aberto do aging (PROGCOB036).
           PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                   UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
               IF WRK-TPD-PAGAMENTO(WRK-TPD-LOOP) = ZEROS
                AND WRK-TPD-VENCIMENTO(WRK-TPD-LOOP) > ZEROS
                AND WRK-TPD-STATUS(WRK-TPD-LOOP) NOT = 'X'
                AND WRK-TPD-FATURA(WRK-TPD-LOOP) = ZEROS
                   PERFORM 0510-AVALIAR-PEDIDO
               END-IF
           END-PERFORM.

       0510-AVALIAR-PEDIDO.
           MOVE WRK-TPD-VENCIMENTO(WRK-TPD-LOOP) TO WRK-COB-VENCIMENTO.
           MOVE WRK-TPD-COB-ESTAGIO(WRK-TPD-LOOP)
               TO WRK-COB-ESTAGIO-ATUAL.
           PERFORM 0800-APURAR-ESTAGIO.
           IF WRK-COB-ESTAGIO-NOVO > WRK-COB-ESTAGIO-ATUAL
               MOVE WRK-COB-ESTAGIO-NOVO
                   TO WRK-TPD-COB-ESTAGIO(WRK-TPD-LOOP)
               MOVE WRK-DATA-HOJE TO WRK-TPD-COB-DATA(WRK-TPD-LOOP)
               ADD 1 TO WRK-COB-PED-ALTERADOS
               MOVE 'PEDIDO' TO WRK-COB-TIPO
               MOVE WRK-TPD-NUMERO(WRK-TPD-LOOP)  TO WRK-COB-NUMERO
               MOVE WRK-TPD-CLIENTE(WRK-TPD-LOOP) TO WRK-COB-CLIENTE
               COMPUTE WRK-COB-VALOR =
                   WRK-TPD-VALOR(WRK-TPD-LOOP) +
                   WRK-TPD-FRETE(WRK-TPD-LOOP) +
                   WRK-TPD-ADVALOREM(WRK-TPD-LOOP) +
                   WRK-TPD-GRIS(WRK-TPD-LOOP) +
                   WRK-TPD-PEDAGIO(WRK-TPD-LOOP)
               PERFORM 0850-EMITIR-CARTA
           END-IF.
           IF WRK-TPD-COB-ESTAGIO(WRK-TPD-LOOP) > ZEROS
               ADD 1 TO WRK-QTD-TITULOS
           END-IF.
           IF WRK-TPD-COB-ESTAGIO(WRK-TPD-LOOP) >= WRK-COB-ESTAGIO-BLOQ
               MOVE WRK-TPD-CLIENTE(WRK-TPD-LOOP) TO WRK-BLQ-PROCURADO
               PERFORM 0870-MARCAR-BLOQUEIO
           END-IF.

       0600-ATUALIZAR-BLOQUEIOS.
      * Liga o bloqueio de quem tem titulo bloqueante em aberto e
      * desliga o de quem ja nao tem - o bloqueio so cai quando o
      * saldo que o provocou foi pago.
           OPEN I-O ARQ-CLIENTES.
           IF WRK-FS-CLIENTES = '00'
               MOVE 'N' TO WRK-EOF-CLIENTES
               MOVE LOW-VALUES TO CLI-CODIGO
               START ARQ-CLIENTES KEY IS NOT LESS THAN CLI-CODIGO
                   INVALID KEY
                       SET FIM-CLIENTES TO TRUE
               END-START
               PERFORM UNTIL FIM-CLIENTES
                   READ ARQ-CLIENTES NEXT RECORD
                       AT END
                           SET FIM-CLIENTES TO TRUE
                       NOT AT END
                           PERFORM 0610-AJUSTAR-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE ARQ-CLIENTES
           END-IF.
           IF TABELA-BLQ-ESTOUROU
               DISPLAY 'TABELA DE BLOQUEIOS CHEIA (MAX 200) - '
                   'NENHUM CLIENTE LIBERADO NESTA RODADA'
           END-IF.

       0610-AJUSTAR-CLIENTE.
           MOVE CLI-CODIGO TO WRK-BLQ-PROCURADO.
           PERFORM 0880-PROCURAR-BLOQUEIO.
           EVALUATE TRUE
               WHEN CLIENTE-A-BLOQUEAR AND NOT CLI-CREDITO-BLOQUEADO
                   MOVE 'S' TO CLI-BLOQUEIO-CREDITO
                   REWRITE REG-CLIENTE
                   ADD 1 TO WRK-QTD-BLOQUEADOS
                   DISPLAY 'CREDITO BLOQUEADO: ' CLI-CODIGO ' '
                       CLI-NOME
                   PERFORM 0620-AUDITAR-BLOQUEIO
               WHEN NOT CLIENTE-A-BLOQUEAR AND CLI-CREDITO-BLOQUEADO
                AND NOT TABELA-BLQ-ESTOUROU
                   MOVE 'N' TO CLI-BLOQUEIO-CREDITO
                   REWRITE REG-CLIENTE
                   ADD 1 TO WRK-QTD-LIBERADOS
                   DISPLAY 'CREDITO LIBERADO.: ' CLI-CODIGO ' '
                       CLI-NOME
                   PERFORM 0620-AUDITAR-BLOQUEIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0620-AUDITAR-BLOQUEIO.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB113'         TO WRK-AUD-PROGRAMA.
           MOVE 'BLOQUEIO-CREDITO'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE CLI-CODIGO           TO WRK-AUD-VALOR-ENTRADA.
           MOVE CLI-BLOQUEIO-CREDITO TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0700-RESUMIR-REGUA.
           DISPLAY '-------------------------------------'.
           DISPLAY 'TITULOS EM COBRANCA.......: ' WRK-QTD-TITULOS.
           DISPLAY 'CARTAS EMITIDAS...........: ' WRK-QTD-CARTAS.
           DISPLAY '  LEMBRETE................: ' WRK-QTD-ESTAGIO-1.
           DISPLAY '  SEGUNDO AVISO...........: ' WRK-QTD-ESTAGIO-2.
           DISPLAY '  BLOQUEIO DE CREDITO.....: ' WRK-QTD-ESTAGIO-3.
           DISPLAY '  COBRANCA EXTERNA........: ' WRK-QTD-ESTAGIO-4.
           DISPLAY 'CLIENTES BLOQUEADOS.......: ' WRK-QTD-BLOQUEADOS.
           DISPLAY 'CLIENTES LIBERADOS........: ' WRK-QTD-LIBERADOS.
           ADD WRK-QTD-CARTAS TO WRK-RUN-QTD-LIDOS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB113'      TO WRK-AUD-PROGRAMA.
           MOVE 'REGUA-COBRANCA'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-DATA-HOJE     TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-CARTAS    TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0800-APURAR-ESTAGIO.
           COMPUTE WRK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(WRK-COB-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO >= WRK-COB-DIAS-EXTERNA
                   MOVE 4 TO WRK-COB-ESTAGIO-NOVO
               WHEN WRK-DIAS-ATRASO >= WRK-COB-DIAS-BLOQUEIO
                   MOVE 3 TO WRK-COB-ESTAGIO-NOVO
               WHEN WRK-DIAS-ATRASO >= WRK-COB-DIAS-SEGUNDO
                   MOVE 2 TO WRK-COB-ESTAGIO-NOVO
               WHEN WRK-DIAS-ATRASO >= WRK-COB-DIAS-LEMBRETE
                   MOVE 1 TO WRK-COB-ESTAGIO-NOVO
               WHEN OTHER
                   MOVE 0 TO WRK-COB-ESTAGIO-NOVO
           END-EVALUATE.

       0850-EMITIR-CARTA.
      * Uma carta por titulo que mudou de estagio, em pagina propria
      * (o cabecalho padrao avanca a pagina) - o texto acompanha o
      * estagio atingido.
           PERFORM 0860-NOMEAR-ESTAGIO.
           MOVE 'PROGCOB113' TO WRK-REP-PROGRAMA.
           MOVE WRK-COB-NOME-ESTAGIO TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE WRK-COB-CLIENTE TO WRK-CLI-PROCURADO.
           PERFORM 9570-VALIDAR-CLIENTE.
           IF CLIENTE-INVALIDO
               MOVE SPACES TO CLI-NOME
           END-IF.
           MOVE WRK-COB-VALOR      TO WRK-VAL-ED.
           MOVE WRK-COB-VENCIMENTO TO WRK-DATA-ED.
           MOVE WRK-DIAS-ATRASO    TO WRK-ATRASO-ED.
           DISPLAY 'CLIENTE.........: ' WRK-COB-CLIENTE ' ' CLI-NOME.
           DISPLAY 'TITULO..........: ' WRK-COB-TIPO ' '
               WRK-COB-NUMERO.
           DISPLAY 'VENCIMENTO......: ' WRK-DATA-ED.
           DISPLAY 'DIAS DE ATRASO..: ' WRK-ATRASO-ED.
           DISPLAY 'VALOR EM ABERTO.: ' WRK-VAL-ED.
           DISPLAY ' '.
           EVALUATE WRK-COB-ESTAGIO-NOVO
               WHEN 1
                   DISPLAY 'NAO IDENTIFICAMOS O PAGAMENTO DO TITULO '
                       'ACIMA.'
                   DISPLAY 'CASO JA TENHA PAGO, DESCONSIDERE ESTE '
                       'AVISO.'
                   ADD 1 TO WRK-QTD-ESTAGIO-1
               WHEN 2
                   DISPLAY 'O TITULO ACIMA CONTINUA EM ABERTO. '
                       'SOLICITAMOS A'
                   DISPLAY 'REGULARIZACAO PARA EVITAR O BLOQUEIO DO '
                       'CREDITO.'
                   ADD 1 TO WRK-QTD-ESTAGIO-2
               WHEN 3
                   DISPLAY 'O CREDITO DO CLIENTE ESTA BLOQUEADO. NOVOS '
                       'PEDIDOS'
                   DISPLAY 'SO SERAO ACEITOS APOS O PAGAMENTO DO SALDO '
                       'VENCIDO.'
                   ADD 1 TO WRK-QTD-ESTAGIO-3
               WHEN 4
                   DISPLAY 'O TITULO FOI ENCAMINHADO A EMPRESA DE '
                       'COBRANCA.'
                   DISPLAY 'O CREDITO PERMANECE BLOQUEADO ATE A '
                       'QUITACAO.'
                   ADD 1 TO WRK-QTD-ESTAGIO-4
           END-EVALUATE.
           ADD 1 TO WRK-QTD-CARTAS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB113'         TO WRK-AUD-PROGRAMA.
           MOVE 'ESTAGIO-COBRANCA'   TO WRK-AUD-CAMPO-CHAVE.
           STRING WRK-COB-TIPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-COB-NUMERO DELIMITED BY SIZE
               INTO WRK-AUD-VALOR-ENTRADA
           END-STRING.
           MOVE WRK-COB-ESTAGIO-NOVO TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0860-NOMEAR-ESTAGIO.
           EVALUATE WRK-COB-ESTAGIO-NOVO
               WHEN 1
                   MOVE 'LEMBRETE DE VENCIMENTO'
                       TO WRK-COB-NOME-ESTAGIO
               WHEN 2
                   MOVE 'SEGUNDO AVISO DE COBRANCA'
                       TO WRK-COB-NOME-ESTAGIO
               WHEN 3
                   MOVE 'AVISO DE BLOQUEIO DE CREDITO'
                       TO WRK-COB-NOME-ESTAGIO
               WHEN 4
                   MOVE 'ENCAMINHAMENTO A COBRANCA EXTERNA'
                       TO WRK-COB-NOME-ESTAGIO
               WHEN OTHER
                   MOVE 'EM DIA' TO WRK-COB-NOME-ESTAGIO
           END-EVALUATE.

       0870-MARCAR-BLOQUEIO.
           PERFORM 0880-PROCURAR-BLOQUEIO.
           IF NOT CLIENTE-A-BLOQUEAR
               IF WRK-BLQ-QTD < 200
                   ADD 1 TO WRK-BLQ-QTD
                   MOVE WRK-BLQ-PROCURADO
                       TO WRK-BLQ-CLIENTE(WRK-BLQ-QTD)
               ELSE
                   SET TABELA-BLQ-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0880-PROCURAR-BLOQUEIO.
           MOVE 'N' TO WRK-BLQ-ACHOU.
           PERFORM VARYING WRK-BLQ-LOOP FROM 1 BY 1
                   UNTIL WRK-BLQ-LOOP > WRK-BLQ-QTD
                      OR CLIENTE-A-BLOQUEAR
               IF WRK-BLQ-CLIENTE(WRK-BLQ-LOOP) = WRK-BLQ-PROCURADO
                   SET CLIENTE-A-BLOQUEAR TO TRUE
               END-IF
           END-PERFORM.

       0900-LISTAR-COBRANCA.
      * Situacao corrente da regua: titulos em aberto que ja
      * atingiram algum estagio, com o estagio e a data em que foi
      * atingido.
           MOVE 'PROGCOB113' TO WRK-REP-PROGRAMA.
           MOVE 'TITULOS EM COBRANCA' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE ZEROS TO WRK-QTD-TITULOS.
           DISPLAY 'TITULO         CLIENTE ESTAGIO                   '
               '         DESDE'.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
               MOVE 'N'   TO WRK-EOF-FATURAS
               MOVE ZEROS TO FAT-NUMERO
               START ARQ-FATURAS KEY IS NOT LESS THAN FAT-NUMERO
                   INVALID KEY
                       SET FIM-FATURAS TO TRUE
               END-START
               PERFORM UNTIL FIM-FATURAS
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           SET FIM-FATURAS TO TRUE
                       NOT AT END
                           IF FAT-DATA-PAGAMENTO = ZEROS
                            AND FAT-COBRANCA-ESTAGIO > ZEROS
                               MOVE FAT-COBRANCA-ESTAGIO
                                   TO WRK-COB-ESTAGIO-NOVO
                               PERFORM 0860-NOMEAR-ESTAGIO
                               MOVE FAT-COBRANCA-DATA TO WRK-DATA-ED
                               DISPLAY 'FATURA ' FAT-NUMERO '  '
                                   FAT-CLIENTE ' '
                                   WRK-COB-NOME-ESTAGIO ' '
                                   WRK-DATA-ED
                               ADD 1 TO WRK-QTD-TITULOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
           END-IF.
           PERFORM 0680-CARREGAR-PEDIDOS.
           PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                   UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
               IF WRK-TPD-PAGAMENTO(WRK-TPD-LOOP) = ZEROS
                AND WRK-TPD-FATURA(WRK-TPD-LOOP) = ZEROS
                AND WRK-TPD-STATUS(WRK-TPD-LOOP) NOT = 'X'
                AND WRK-TPD-COB-ESTAGIO(WRK-TPD-LOOP) > ZEROS
                   MOVE WRK-TPD-COB-ESTAGIO(WRK-TPD-LOOP)
                       TO WRK-COB-ESTAGIO-NOVO
                   PERFORM 0860-NOMEAR-ESTAGIO
                   MOVE WRK-TPD-COB-DATA(WRK-TPD-LOOP) TO WRK-DATA-ED
                   DISPLAY 'PEDIDO ' WRK-TPD-NUMERO(WRK-TPD-LOOP) '  '
                       WRK-TPD-CLIENTE(WRK-TPD-LOOP) ' '
                       WRK-COB-NOME-ESTAGIO ' ' WRK-DATA-ED
                   ADD 1 TO WRK-QTD-TITULOS
               END-IF
           END-PERFORM.
           IF TABELA-PED-ESTOUROU
               DISPLAY 'PEDIDOS.DAT MAIOR QUE A TABELA - LISTA DE '
                   'PEDIDOS INCOMPLETA'
           END-IF.
           DISPLAY 'TITULOS EM COBRANCA: ' WRK-QTD-TITULOS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

           COPY 'audpp.cpy'.
           COPY 'pdtpp.cpy'.
           COPY 'clipp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB113.
