           COPY 'cmpsel.cpy'.
           COPY 'vltsel.cpy'.
           COPY 'etlsel.cpy'.
           COPY 'encsel.cpy'.
           COPY 'cljsel.cpy'.
           COPY 'ptssel.cpy'.
           COPY 'susel.cpy'.
           COPY 'persel.cpy'.
           COPY 'ctlsel.cpy'.
           COPY 'runsel.cpy'.
           COPY 'usrsel.cpy'.
           COPY 'alrsel.cpy'.
           COPY 'prmsel.cpy'.
           COPY 'seglogsel.cpy'.
           COPY 'empsel.cpy'.
           COPY 'cfusel.cpy'.
           COPY 'crdsel.cpy'.
           COPY 'calsel.cpy'.
           COPY 'excsel.cpy'.
           COPY 'usdsel.cpy'.
           SELECT ARQ-RECIBO-SEQ ASSIGN TO 'RECIBOSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECSEQ.
           SELECT ARQ-RECIBO-REG ASSIGN TO 'RECIBOREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECREG.
           COPY 'cmpfd.cpy'.
           COPY 'vltfd.cpy'.
           COPY 'etlfd.cpy'.
           COPY 'encfd.cpy'.
           COPY 'cljfd.cpy'.
           COPY 'ptsfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'cfufd.cpy'.
           COPY 'crdfd.cpy'.
           COPY 'calfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'usdfd.cpy'.

      * Numeracao sequencial de recibo fiscal por loja, no mesmo
      * espirito do PEDIDOSEQ.DAT do PROGCOB05 - um registro por
           05 RSQ-LOJA         PIC 9(04).
           05 RSQ-ULTIMO       PIC 9(06).

      * Registro de emissao dos recibos fiscais - uma linha por
      * recibo, para a apuracao mensal do imposto (PROGCOB083)
      * conciliar o diario contra os recibos emitidos.
           88 TENDER-CARTAO    VALUE 'C'.
           88 TENDER-PIX       VALUE 'P'.
           88 TENDER-VALE      VALUE 'V'.
           88 TENDER-FUNCIONARIO VALUE 'F'.
           88 TENDER-CREDIARIO VALUE 'R'.
           88 TENDER-SINAL     VALUE 'E'.
       77 WRK-TOT-DINHEIRO     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CARTAO       PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PIX          PIC S9(10)V99 VALUE ZEROS.
      * Vales-troca do dia: resgates somam, emissoes (devolucao paga
      * em vale) abatem - o saldo negativo e o passivo emitido hoje.
       77 WRK-TOT-VALE         PIC S9(10)V99 VALUE ZEROS.
      * Compras dos empregados lancadas na conta (tender F) - nao
      * entram na gaveta; viram desconto na folha (PROGCOB01).
       77 WRK-TOT-FUNCIONARIO  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-MATRICULA-FUNC   PIC X(06)     VALUE SPACES.
      * Vendas no crediario (tender R) - nao entram na gaveta; viram
      * parcelas a receber (CREDIARIO.DAT). As parcelas recebidas no
      * caixa entram no tender em que foram pagas e ficam tambem
      * somadas a parte, porque nao sao venda do dia.
       77 WRK-TOT-CREDIARIO    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PARC-RECEB   PIC S9(10)V99 VALUE ZEROS.
      * Recompras de livros usados pagas no dia (dinheiro saiu da
      * gaveta ou vale-troca emitido) - estoque de usados, nao venda.
       77 WRK-TOT-RECOMPRA     PIC S9(10)V99 VALUE ZEROS.
      * Sinais de encomenda: o recebido no balcao entra no tender em
      * que foi pago e fica somado a parte (nao e venda, e passivo
      * com o cliente); o abatido na retirada (tender E) paga parte
      * da venda sem passar pela gaveta - so o saldo e cobrado.
       77 WRK-TOT-SINAL-RECEB  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SINAL-APLIC  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ENC-CLIENTE-INF  PIC X(06)     VALUE SPACES.
       77 WRK-ENC-QTD-INF      PIC 9(03)     VALUE ZEROS.
       77 WRK-ENC-SINAL-INF    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-ENC-INFORMADA    PIC 9(06)     VALUE ZEROS.
       77 WRK-ENC-VALIDA       PIC X(01)     VALUE 'N'.
           88 ENCOMENDA-VALIDA VALUE 'S'.
       77 WRK-TENDER-SINAL     PIC X(01)     VALUE 'D'.
       77 WRK-SINAL-APLICADO   PIC 9(06)V99  VALUE ZEROS.
       77 WRK-SINAL-RESTO      PIC 9(06)V99  VALUE ZEROS.
       77 WRK-SINAL-TROCO      PIC 9(06)V99  VALUE ZEROS.
       77 WRK-EMITIR-VALE      PIC X(01)     VALUE 'N'.
           88 EMITIR-VALE      VALUE 'S'.
       77 WRK-VALE-INFORMADO   PIC 9(06)     VALUE ZEROS.
           88 VALE-ACEITO      VALUE 'S'.
       77 WRK-VALE-VALID-INT   PIC 9(08)     VALUE ZEROS.
       77 WRK-CONTADO-TENDER   PIC 9(10)V99  VALUE ZEROS.

      * Crediario da loja: cliente com limite no cadastro da loja,
      * ate WRK-CRD-MAX-PARC parcelas mensais, juros simples
      * opcionais ao mes sobre o valor da venda; vencimento a cada
      * 30 dias da venda, rolado para o proximo dia util.
       77 WRK-CRD-MAX-PARC     PIC 9(02)     VALUE 12.
       77 WRK-CRD-CLIENTE      PIC X(06)     VALUE SPACES.
       77 WRK-CRD-QTD-PARC     PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-TAXA         PIC 9(02)V99  VALUE ZEROS.
       77 WRK-CRD-JUROS-TOT    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CRD-FINANCIADO   PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CRD-VALOR-PARC   PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CRD-JUROS-PARC   PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CRD-DISPONIVEL   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CRD-LOOP         PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-ACEITO       PIC X(01)     VALUE 'N'.
           88 CREDIARIO-ACEITO VALUE 'S'.
       77 WRK-CRD-CONTRATO-INF PIC 9(06)     VALUE ZEROS.
       77 WRK-CRD-PARCELA-INF  PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-RESTO        PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CRD-ABATIDO      PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CRD-PRINCIPAL    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-PARC-ACHADA      PIC X(01)     VALUE 'N'.
           88 PARCELA-ACHADA   VALUE 'S'.
       77 WRK-TENDER-PARCELA   PIC X(01)     VALUE 'D'.

      * Livro usado: a linha vendida/devolvida sai do estoque de
      * usados da loja pelo preco proprio do usado; a recompra paga
      * ao cliente um percentual de LIV-PRECO conforme o estado.
       77 WRK-ITEM-USADO       PIC X(01)     VALUE 'N'.
           88 ITEM-USADO       VALUE 'S'.
       77 WRK-VENDER-USADO     PIC X(01)     VALUE 'N'.
           88 VENDER-USADO     VALUE 'S'.
       77 WRK-USD-ESTADO       PIC X(01)     VALUE SPACES.
           88 ESTADO-OTIMO     VALUE 'A'.
           88 ESTADO-BOM       VALUE 'B'.
           88 ESTADO-REGULAR   VALUE 'C'.
       77 WRK-USD-PCT          PIC 9(02)V99  VALUE ZEROS.
       77 WRK-USD-OFERTA       PIC 9(05)V99  VALUE ZEROS.
       77 WRK-USD-ACEITE       PIC X(01)     VALUE 'N'.
           88 OFERTA-ACEITA    VALUE 'S'.
       77 WRK-USD-PAGTO        PIC X(01)     VALUE 'D'.
           88 RECOMPRA-EM-VALE VALUE 'V'.
       77 WRK-VENC-DATA        PIC 9(08)     VALUE ZEROS.
       77 WRK-VENC-INT         PIC 9(08)     VALUE ZEROS.
       77 WRK-VENC-DOW         PIC 9(01)     VALUE ZEROS.
       77 WRK-VENC-OK          PIC X(01)     VALUE 'N'.
           88 VENC-DIA-UTIL    VALUE 'S'.
       77 WRK-DIF-TENDER       PIC S9(10)V99 VALUE ZEROS.

      * Recibo fiscal numerado por loja e imposto sobre vendas - o
      * fechamento e para o razao.
       77 WRK-FS-RECSEQ        PIC X(02)   VALUE '00'.
       77 WRK-FS-RECREG        PIC X(02)   VALUE '00'.
       77 WRK-EOF-RECSEQ       PIC X(01)   VALUE 'N'.
           88 FIM-RECSEQ       VALUE 'S'.
       77 WRK-ALIQUOTA         PIC 9(02)V99 VALUE 7.00.
      * Aliquota do imposto sobre vendas vigente na data do
      * movimento (parametro TAXAVEN); sem vigencia aprovada vale
      * 7.00 por cento.
       01  REG-CFG-IMPOSTO.
           05 CFG-ALIQUOTA     PIC 9(02)V99.
       77 WRK-IMPOSTO          PIC 9(06)V99 VALUE ZEROS.
      * Com sinal: a devolucao estorna o imposto da venda e um dia
      * dominado por estornos pode ficar com imposto liquido
           COPY 'cmpws.cpy'.
           COPY 'vltws.cpy'.
           COPY 'etlws.cpy'.
           COPY 'encws.cpy'.
           COPY 'cljws.cpy'.
           COPY 'ptsws.cpy'.
           COPY 'isbws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'empws.cpy'.
           COPY 'cfuws.cpy'.
           COPY 'crdws.cpy'.
           COPY 'calws.cpy'.
           COPY 'excws.cpy'.
           COPY 'datechk.cpy'.
           COPY 'usdws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB010' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
      * O caixa so abre com sign-on valido: o operador fica gravado
      * em cada linha do diario para a comissao dos vendedores.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
               DISPLAY 'SIGN-ON RECUSADO - CAIXA NAO ABERTO'
               MOVE 'PROGCOB010' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'SIGN-ON DO CAIXA RECUSADO' TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
               PERFORM 9775-GRAVAR-RUNLOG
               GOBACK
           END-IF.
           MOVE WRK-USUARIO TO WRK-VJR-OPERADOR.
           PERFORM 0050-RESTAURAR-CHECKPOINT.
           PERFORM 0060-CAPTURAR-IDENTIFICACAO.
           PERFORM 0070-LER-CFG-IMPOSTO.
           PERFORM 0080-LER-RECIBO-SEQ.
           PERFORM 0170-CARREGAR-CALENDARIO.
           MOVE WRK-DATA-MOVIMENTO TO WRK-USD-DATA-PROC.
           PERFORM 9664-LER-CFG-USADOS.
           PERFORM 0100-INICIALIZAR.

           PERFORM 0200-PROCESSAR UNTIL WRK-VENDAS = 0.
                       MOVE CKPT-TOTAL-DEV TO WRK-TOTAL-DEVOLUCOES
                       MOVE CKPT-TOT-DINHEIRO TO WRK-TOT-DINHEIRO
                       MOVE CKPT-TOT-VALE     TO WRK-TOT-VALE
                       MOVE CKPT-TOT-FUNCIONARIO
                           TO WRK-TOT-FUNCIONARIO
                       MOVE CKPT-TOT-CREDIARIO
                           TO WRK-TOT-CREDIARIO
                       MOVE CKPT-TOT-PARC-RECEB
                           TO WRK-TOT-PARC-RECEB
                       MOVE CKPT-TOT-RECOMPRA
                           TO WRK-TOT-RECOMPRA
                       MOVE CKPT-TOT-SINAL-RECEB
                           TO WRK-TOT-SINAL-RECEB
                       MOVE CKPT-TOT-SINAL-APLIC
                           TO WRK-TOT-SINAL-APLIC
                       MOVE CKPT-TOT-CARTAO   TO WRK-TOT-CARTAO
                       MOVE CKPT-TOT-PIX      TO WRK-TOT-PIX
                       MOVE CKPT-TOT-IMPOSTO  TO WRK-TOTAL-IMPOSTO
           END-IF.

       0070-LER-CFG-IMPOSTO.
           MOVE 'TAXAVEN'          TO WRK-PRM-CODIGO.
           MOVE SPACES             TO WRK-PRM-ARGUMENTO.
           MOVE WRK-DATA-MOVIMENTO TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-IMPOSTO
               IF CFG-ALIQUOTA IS NUMERIC
                AND CFG-ALIQUOTA > ZEROS
                   MOVE CFG-ALIQUOTA TO WRK-ALIQUOTA
               END-IF
           END-IF.

       0080-LER-RECIBO-SEQ.
           DISPLAY 'RECIBO NO......: ' WRK-RECIBO-NUM.
           DISPLAY 'LOJA...........: ' WRK-LOJA.
           DISPLAY 'TITULO.........: ' WRK-TITULO.
           IF ITEM-USADO
               DISPLAY 'EXEMPLAR.......: USADO'
           END-IF.
           DISPLAY 'QUANTIDADE.....: ' WRK-QUANTIDADE.
           DISPLAY 'VALOR..........: ' WRK-VENDAS.
           DISPLAY 'IMPOSTO (' WRK-ALIQUOTA '%): ' WRK-IMPOSTO.
           IF TENDER-CREDIARIO
               DISPLAY 'CREDIARIO......: CONTRATO ' WRK-CRD-CONTRATO
                   ' EM ' WRK-CRD-QTD-PARC ' PARCELAS'
           END-IF.
      * O recibo emitido fica registrado para a apuracao mensal do
      * imposto conciliar o diario contra os recibos.
           MOVE WRK-LOJA           TO RCR-LOJA.
             PERFORM 0150-CAPTURAR-VENDA UNTIL VENDA-RESOLVIDA.

       0150-CAPTURAR-VENDA.
             DISPLAY 'ISBN (EM BRANCO ENCERRA O DIA, R = RECEBER '
                 'PARCELA DO CREDIARIO, U = RECOMPRA DE USADO, '
                 'E = ENCOMENDA DE CLIENTE):'.
             ACCEPT WRK-ISBN.
             EVALUATE TRUE
                 WHEN WRK-ISBN = SPACES
                     SET VENDA-RESOLVIDA TO TRUE
                 WHEN WRK-ISBN = 'R'
                     PERFORM 0380-RECEBER-PARCELA
                 WHEN WRK-ISBN = 'U'
                     PERFORM 0390-RECOMPRAR-USADO
                 WHEN WRK-ISBN = 'E'
                     PERFORM 0394-REGISTRAR-ENCOMENDA
                 WHEN OTHER
                     PERFORM 0155-VALIDAR-ISBN
             END-EVALUATE.

       0155-VALIDAR-ISBN.
      * Primeiro o digito verificador do ISBN-13 (isbpp.cpy), senao o
      * ISBN digitado errado contamina a acumulacao por titulo.
             MOVE WRK-ISBN TO WRK-ISB-ISBN.
             PERFORM 9590-VALIDAR-ISBN.
             IF ISBN-INVALIDO
                 DISPLAY 'DIGITO VERIFICADOR DO ISBN INVALIDO'
                 MOVE 'PROGCOB010' TO WRK-SUS-PROGRAMA
                 MOVE 'WRK-ISBN'   TO WRK-SUS-CAMPO
                 MOVE WRK-ISBN     TO WRK-SUS-VALOR
                 MOVE 'DIGITO VERIFICADOR DO ISBN INVALIDO'
                     TO WRK-SUS-MOTIVO
                 PERFORM 9750-GRAVAR-SUSPENSE
                 ADD 1 TO WRK-RUN-QTD-REJEITADOS
             ELSE
                 PERFORM 0160-BUSCAR-NO-MASTER
             END-IF.

       0160-BUSCAR-NO-MASTER.
                     IF WRK-TIPO-VENDA = SPACES
                         MOVE 'V' TO WRK-TIPO-VENDA
                     END-IF
                     PERFORM 0169-OFERECER-USADO
                     IF TRANSACAO-DEVOLUCAO
                         PERFORM WITH TEST AFTER
                                 UNTIL WRK-MOTIVO-DEV NOT = SPACES
                         PERFORM 0165-PRECO-VENDA-ORIGINAL
                     END-IF
                     DISPLAY 'PAGAMENTO (D-DINHEIRO / C-CARTAO / '
                         'P-PIX / V-VALE-TROCA / F-CONTA DO '
                         'FUNCIONARIO / R-CREDIARIO / E-RETIRADA '
                         'DE ENCOMENDA, BRANCO = D):'
                     ACCEPT WRK-TENDER
                     IF WRK-TENDER = SPACES
                         MOVE 'D' TO WRK-TENDER
                     END-IF
                     IF TENDER-SINAL
                         PERFORM 0320-IDENTIFICAR-ENCOMENDA
                     END-IF
                     MOVE 'N' TO WRK-EMITIR-VALE
                     IF TRANSACAO-DEVOLUCAO
                         DISPLAY 'EMITIR VALE-TROCA EM VEZ DE '
                     ACCEPT WRK-QUANTIDADE
                     COMPUTE WRK-VENDAS =
                         WRK-PRECO-UNIT * WRK-QUANTIDADE
                     IF TRANSACAO-VENDA AND NOT ITEM-USADO
                         PERFORM 0168-APLICAR-CAMPANHA
                     END-IF
                     PERFORM 0170-CAPTURAR-FIDELIDADE
                               AND VJR-DATA = WRK-DATA-VENDA-ORIG
                               AND VJR-ISBN = WRK-ISBN
                               AND VJR-TIPO = 'V'
                               AND ((VJR-USADO = 'S' AND ITEM-USADO)
                                 OR (VJR-USADO NOT = 'S'
                                     AND NOT ITEM-USADO))
                               SET PRECO-ORIG-ACHADO TO TRUE
                               MOVE VJR-PRECO-UNIT
                                   TO WRK-PRECO-UNIT
               END-PERFORM
               CLOSE ARQ-VENDA-JORNAL
           END-IF.
      * Usado sem registro no diario fica no preco proprio do usado
      * - o historico de precos programados e so dos novos.
           EVALUATE TRUE
               WHEN PRECO-ORIG-ACHADO
                   DISPLAY 'PRECO DA VENDA ORIGINAL: ' WRK-PRECO-UNIT
               WHEN ITEM-USADO
                   DISPLAY 'PRECO DO USADO: ' WRK-PRECO-UNIT
               WHEN OTHER
                   MOVE WRK-ISBN TO WRK-PPR-ISBN-PROC
                   MOVE WRK-DATA-VENDA-ORIG TO WRK-PPR-DATA-PROC
      * Historico completo aqui: o preco praticado na epoca pode
      * vir de programacao ja ativada.
                   MOVE 'T' TO WRK-PPR-FILTRO
                   PERFORM 9586-PRECO-NA-DATA
                   IF PRECO-PROG-ACHADO
                       MOVE WRK-PPR-PRECO-ACHADO TO WRK-PRECO-UNIT
                       DISPLAY 'PRECO VIGENTE NA DATA ORIGINAL: '
                           WRK-PRECO-UNIT
                   END-IF
           END-EVALUATE.

       0169-OFERECER-USADO.
      * Com item de usado da loja para o ISBN o caixa escolhe o
      * exemplar: a venda exige saldo de usado; a devolucao de usado
      * volta para o estoque de usados.
           MOVE 'N' TO WRK-ITEM-USADO WRK-VENDER-USADO.
           MOVE WRK-LOJA TO WRK-USD-LOJA-PROC.
           MOVE WRK-ISBN TO WRK-USD-ISBN-PROC.
           PERFORM 9666-BUSCAR-USADO.
           IF USADO-EXISTE
               DISPLAY 'USADOS NA LOJA: ' WRK-USD-SALDO
                   ' - PRECO DO USADO: ' WRK-USD-PRECO
               DISPLAY 'EXEMPLAR USADO (S/N, BRANCO = N):'
               ACCEPT WRK-VENDER-USADO
               EVALUATE TRUE
                   WHEN NOT VENDER-USADO
                       CONTINUE
                   WHEN TRANSACAO-VENDA AND WRK-USD-SALDO NOT > ZEROS
                       DISPLAY 'SEM EXEMPLAR USADO EM ESTOQUE - '
                           'VENDA COMO NOVO'
                   WHEN OTHER
                       SET ITEM-USADO TO TRUE
                       MOVE WRK-USD-PRECO TO WRK-PRECO-UNIT
               END-EVALUATE
           END-IF.

       0168-APLICAR-CAMPANHA.
                   ADD WRK-VENDAS TO WRK-TOTAL-DEVOLUCOES
                   SUBTRACT WRK-VENDAS FROM WRK-TOTAL
                   PERFORM 0225-ESTORNAR-TITULO
                   IF ITEM-USADO
                       MOVE WRK-QUANTIDADE TO WRK-USD-QTD-PROC
                       PERFORM 0238-MOVIMENTAR-USADO
                   ELSE
                       PERFORM 0235-DEVOLVER-ESTOQUE
                   END-IF
                   PERFORM 0245-ESTORNAR-TENDER
      * A devolucao estorna tambem o imposto da venda devolvida -
      * senao o fechamento e o razao ficariam com imposto de uma
                   ADD 1 TO WRK-QTD
                   ADD WRK-VENDAS TO WRK-TOTAL
                   PERFORM 0220-ACUMULAR-TITULO
                   IF ITEM-USADO
                       COMPUTE WRK-USD-QTD-PROC = 0 - WRK-QUANTIDADE
                       PERFORM 0238-MOVIMENTAR-USADO
                   ELSE
                       PERFORM 0230-BAIXAR-ESTOQUE
                   END-IF
                   PERFORM 0243-ACUMULAR-TENDER
                   PERFORM 0247-ACUMULAR-PONTOS
                   COMPUTE WRK-IMPOSTO ROUNDED =
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIV-CUSTO-MEDIO TO WRK-VJR-CUSTO
                       ADD WRK-QUANTIDADE TO LIV-ESTOQUE
                       REWRITE REG-LIVRO
      * O total de controle 'L' acompanha o estoque devolvido, como
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIV-CUSTO-MEDIO TO WRK-VJR-CUSTO
                       SUBTRACT WRK-QUANTIDADE FROM LIV-ESTOQUE
                       REWRITE REG-LIVRO
      * O total de controle 'L' acompanha a baixa de estoque, como
                           DISPLAY 'ATENCAO: ESTOQUE DA LOJA '
                               WRK-LOJA ' NEGATIVO PARA O ISBN'
                       END-IF
      * Exemplar separado para encomenda de cliente nao e para o
      * balcao: a venda que entra no reservado avisa o caixa.
                       MOVE WRK-LOJA TO WRK-ENC-LOJA-PROC
                       MOVE WRK-ISBN TO WRK-ENC-ISBN-PROC
                       PERFORM 9655-SOMAR-RESERVADO-LOJA
      * Na retirada da encomenda o exemplar vendido e o da propria
      * reserva.
                       IF TENDER-SINAL
                           IF WRK-ENC-RESERVADO > WRK-ENC-QTD-INF
                               SUBTRACT WRK-ENC-QTD-INF
                                   FROM WRK-ENC-RESERVADO
                           ELSE
                               MOVE ZEROS TO WRK-ENC-RESERVADO
                           END-IF
                       END-IF
                       IF WRK-ENC-RESERVADO > ZEROS
                           AND WRK-ETL-SALDO < WRK-ENC-RESERVADO
                           DISPLAY 'ATENCAO: VENDA USOU EXEMPLAR '
                               'RESERVADO PARA ENCOMENDA'
                       END-IF
                       IF LIV-ESTOQUE < ZEROS
                           DISPLAY 'ATENCAO: ESTOQUE NEGATIVO PARA '
                               LIV-TITULO
               CLOSE ARQ-LIVROS
           END-IF.

       0238-MOVIMENTAR-USADO.
      * Exemplar usado mexe so no estoque de usados da loja - o
      * saldo de novos do master e da loja fica como esta; o custo
      * da linha no diario e o custo medio da recompra.
           MOVE WRK-LOJA  TO WRK-USD-LOJA-PROC.
           MOVE WRK-ISBN  TO WRK-USD-ISBN-PROC.
           MOVE ZEROS     TO WRK-USD-CUSTO-PROC WRK-USD-PRECO-NOVO.
           PERFORM 9665-MOVIMENTAR-USADO.
           MOVE WRK-USD-CUSTO TO WRK-VJR-CUSTO.
           IF WRK-USD-SALDO < ZEROS
               DISPLAY 'ATENCAO: ESTOQUE DE USADOS NEGATIVO NA LOJA '
                   WRK-LOJA
           END-IF.

       0320-IDENTIFICAR-ENCOMENDA.
      * Retirada de encomenda: a venda precisa ser da encomenda
      * reservada nesta loja e do mesmo ISBN; sem isso o pagamento
      * cai para dinheiro. A devolucao nao usa o sinal.
           MOVE 'N'   TO WRK-ENC-VALIDA.
           MOVE ZEROS TO WRK-ENC-QTD-INF.
           IF TRANSACAO-DEVOLUCAO OR ITEM-USADO
               DISPLAY 'SINAL SO ABATE A VENDA DO LIVRO ENCOMENDADO'
           ELSE
               DISPLAY 'NUMERO DA ENCOMENDA:'
               ACCEPT WRK-ENC-INFORMADA
               OPEN INPUT ARQ-ENCOMENDAS
               IF WRK-FS-ENCOMENDAS = '00'
                   MOVE WRK-ENC-INFORMADA TO ENC-NUMERO
                   READ ARQ-ENCOMENDAS
                       INVALID KEY
                           DISPLAY 'ENCOMENDA NAO ENCONTRADA'
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT ENC-RESERVADA
                                   DISPLAY 'ENCOMENDA NAO ESTA '
                                       'RESERVADA - SITUACAO '
                                       ENC-SITUACAO
                               WHEN ENC-LOJA NOT = WRK-LOJA
                                   DISPLAY 'ENCOMENDA E DA LOJA '
                                       ENC-LOJA
                               WHEN ENC-ISBN NOT = WRK-ISBN
                                   DISPLAY 'ENCOMENDA E DO ISBN '
                                       ENC-ISBN
                               WHEN OTHER
                                   SET ENCOMENDA-VALIDA TO TRUE
                                   MOVE ENC-QUANTIDADE
                                       TO WRK-ENC-QTD-INF
                                   DISPLAY 'ENCOMENDA DE '
                                       ENC-QUANTIDADE
                                       ' EXEMPLAR(ES) - SINAL PAGO: '
                                       ENC-SINAL
                           END-EVALUATE
                   END-READ
                   CLOSE ARQ-ENCOMENDAS
               ELSE
                   DISPLAY 'NENHUMA ENCOMENDA REGISTRADA'
               END-IF
           END-IF.
           IF NOT ENCOMENDA-VALIDA
               DISPLAY 'PAGAMENTO ASSUMIDO EM DINHEIRO'
               MOVE 'D' TO WRK-TENDER
           END-IF.

       0325-APLICAR-SINAL.
      * O sinal ja pago abate a venda e sai da obrigacao com o
      * cliente; so o saldo e cobrado, no meio que o cliente
      * escolher. Sinal maior que a venda volta em dinheiro.
           MOVE ZEROS TO WRK-SINAL-APLICADO WRK-SINAL-RESTO
                         WRK-SINAL-TROCO.
           OPEN I-O ARQ-ENCOMENDAS.
           MOVE WRK-ENC-INFORMADA TO ENC-NUMERO.
           READ ARQ-ENCOMENDAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENC-SINAL          TO WRK-SINAL-APLICADO
                   SET ENC-ENTREGUE        TO TRUE
                   MOVE WRK-DATA-MOVIMENTO TO ENC-DATA-BAIXA
                   REWRITE REG-ENCOMENDA
           END-READ.
           CLOSE ARQ-ENCOMENDAS.
           IF WRK-SINAL-APLICADO > WRK-VENDAS
               COMPUTE WRK-SINAL-TROCO =
                   WRK-SINAL-APLICADO - WRK-VENDAS
               SUBTRACT WRK-SINAL-TROCO FROM WRK-TOT-DINHEIRO
               DISPLAY 'DEVOLVER AO CLIENTE EM DINHEIRO: '
                   WRK-SINAL-TROCO
           ELSE
               COMPUTE WRK-SINAL-RESTO =
                   WRK-VENDAS - WRK-SINAL-APLICADO
           END-IF.
           IF WRK-SINAL-RESTO > ZEROS
               DISPLAY 'SINAL ABATIDO: ' WRK-SINAL-APLICADO
                   ' - SALDO DE ' WRK-SINAL-RESTO
                   ' - PAGAR COM (D/C/P):'
               ACCEPT WRK-TENDER-SINAL
               EVALUATE WRK-TENDER-SINAL
                   WHEN 'C'
                       ADD WRK-SINAL-RESTO TO WRK-TOT-CARTAO
                   WHEN 'P'
                       ADD WRK-SINAL-RESTO TO WRK-TOT-PIX
                   WHEN OTHER
                       MOVE 'D' TO WRK-TENDER-SINAL
                       ADD WRK-SINAL-RESTO TO WRK-TOT-DINHEIRO
               END-EVALUATE
           END-IF.
           ADD WRK-SINAL-APLICADO TO WRK-TOT-SINAL-APLIC.
           MOVE WRK-ENC-INFORMADA TO WRK-ENC-NUMERO.
           IF WRK-SINAL-APLICADO > ZEROS
               MOVE '213400' TO WRK-RAZ-CONTA-DEB
               MOVE '112200' TO WRK-RAZ-CONTA-CRE
               MOVE 'SINAL APLICADO NA RETIRADA'
                   TO WRK-RAZ-DESCRICAO
               MOVE WRK-SINAL-APLICADO TO WRK-RAZ-VALOR
               PERFORM 0398-POSTAR-SINAL
           END-IF.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB010'     TO WRK-AUD-PROGRAMA.
           MOVE 'RETIRADA-ENC'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-ENC-NUMERO   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-SINAL-APLICADO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED     TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0330-RESGATAR-VALE.
      * Resgate de vale-troca como pagamento: o vale precisa estar
      * aberto e dentro da validade; cobre ate o saldo e o restante
           DISPLAY 'VALE ' VLT-NUMERO ' APLICADO: '
               WRK-VALE-APLICADO.

       0340-LANCAR-CONTA-FUNC.
      * Compra do empregado na conta: matricula ativa no master e
      * dentro do limite mensal de compra (cfuws.cpy); recusada, a
      * venda e recebida em dinheiro como o vale recusado.
           DISPLAY 'MATRICULA DO FUNCIONARIO:'.
           ACCEPT WRK-MATRICULA-FUNC.
           MOVE WRK-MATRICULA-FUNC TO WRK-CFU-MATRICULA-PROC.
           MOVE WRK-DATA-MOVIMENTO TO WRK-CFU-DATA-PROC.
           MOVE WRK-VENDAS         TO WRK-CFU-VALOR-PROC.
           PERFORM 9571-LANCAR-COMPRA-FUNC.
           EVALUATE TRUE
               WHEN COMPRA-FUNC-ACEITA
                   DISPLAY 'LANCADO NA CONTA DA MATRICULA '
                       WRK-MATRICULA-FUNC ' - SALDO A DESCONTAR: '
                       CFU-SALDO
                   MOVE '112300' TO WRK-RAZ-CONTA-DEB
                   MOVE '112200' TO WRK-RAZ-CONTA-CRE
                   MOVE 'COMPRA NA CONTA DO FUNCIONARIO'
                       TO WRK-RAZ-DESCRICAO
                   PERFORM 0347-RECLASSIFICAR-CONTA-FUNC
               WHEN COMPRA-FUNC-LIMITE
                   DISPLAY 'LIMITE MENSAL DE COMPRA EXCEDIDO - '
                       'DISPONIVEL: ' WRK-CFU-DISPONIVEL
               WHEN OTHER
                   DISPLAY 'MATRICULA NAO ENCONTRADA OU DESLIGADA'
           END-EVALUATE.
           IF NOT COMPRA-FUNC-ACEITA
               MOVE 'PROGCOB010'         TO WRK-SUS-PROGRAMA
               MOVE 'WRK-MATRICULA-FUNC' TO WRK-SUS-CAMPO
               MOVE WRK-MATRICULA-FUNC   TO WRK-SUS-VALOR
               MOVE 'COMPRA NA CONTA DO FUNCIONARIO RECUSADA'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               DISPLAY 'PAGAMENTO ASSUMIDO EM DINHEIRO'
               MOVE 'D' TO WRK-TENDER
           END-IF.

       0345-ESTORNAR-CONTA-FUNC.
      * Devolucao de compra feita na conta: abate do saldo ainda nao
      * descontado em folha; sem saldo que cubra, reembolso em
      * dinheiro.
           DISPLAY 'MATRICULA DO FUNCIONARIO:'.
           ACCEPT WRK-MATRICULA-FUNC.
           MOVE WRK-MATRICULA-FUNC TO WRK-CFU-MATRICULA-PROC.
           MOVE WRK-DATA-MOVIMENTO TO WRK-CFU-DATA-PROC.
           MOVE WRK-VENDAS         TO WRK-CFU-VALOR-PROC.
           PERFORM 9572-ESTORNAR-COMPRA-FUNC.
           IF COMPRA-FUNC-ACEITA
               DISPLAY 'ESTORNADO DA CONTA DA MATRICULA '
                   WRK-MATRICULA-FUNC
               MOVE '112200' TO WRK-RAZ-CONTA-DEB
               MOVE '112300' TO WRK-RAZ-CONTA-CRE
               MOVE 'DEVOLUCAO CONTA FUNCIONARIO'
                   TO WRK-RAZ-DESCRICAO
               PERFORM 0347-RECLASSIFICAR-CONTA-FUNC
           ELSE
               DISPLAY 'SEM SALDO NA CONTA PARA ESTORNO - '
                   'REEMBOLSO EM DINHEIRO'
               MOVE 'D' TO WRK-TENDER
           END-IF.

       0347-RECLASSIFICAR-CONTA-FUNC.
      * O fechamento do dia lanca a venda da conta no caixa/clientes
      * da loja (112200), como o crediario; o valor passa para o a
      * receber de funcionarios (112300), que o desconto em folha do
      * PROGCOB01 baixa - a devolucao faz o caminho inverso. Contas
      * e historico vem do chamador.
           MOVE '0000'             TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB010'       TO WRK-RAZ-PROGRAMA.
           SET DOC-MATRICULA       TO TRUE.
           MOVE WRK-MATRICULA-FUNC TO WRK-RAZ-DOC-NUMERO.
           MOVE WRK-VENDAS         TO WRK-RAZ-VALOR.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.

       0350-EMITIR-VALE.
      * Devolucao paga em vale: emite o vale numerado pelo valor do
      * reembolso, com validade de 90 dias.
               CLOSE ARQ-VALE-SEQ
           END-IF.

       0360-VENDER-CREDIARIO.
      * Venda parcelada para cliente da loja com crediario aprovado:
      * as parcelas em aberto mais o valor financiado nao passam do
      * limite do cadastro; recusada, a venda e recebida em dinheiro
      * como a conta do funcionario recusada.
           MOVE 'N' TO WRK-CRD-ACEITO.
           DISPLAY 'CLIENTE DO CREDIARIO (BRANCO = CLIENTE '
               'FIDELIDADE):'.
           ACCEPT WRK-CRD-CLIENTE.
           IF WRK-CRD-CLIENTE = SPACES
               MOVE WRK-CLIENTE-FID TO WRK-CRD-CLIENTE
           END-IF.
           DISPLAY 'NUMERO DE PARCELAS (1 A ' WRK-CRD-MAX-PARC '):'.
           ACCEPT WRK-CRD-QTD-PARC.
           DISPLAY 'JUROS AO MES EM % (0 = SEM JUROS):'.
           ACCEPT WRK-CRD-TAXA.
           COMPUTE WRK-CRD-JUROS-TOT ROUNDED =
               WRK-VENDAS * WRK-CRD-TAXA * WRK-CRD-QTD-PARC / 100.
           COMPUTE WRK-CRD-FINANCIADO =
               WRK-VENDAS + WRK-CRD-JUROS-TOT.
           MOVE WRK-CRD-CLIENTE TO WRK-CLJ-PROCURADO.
           PERFORM 9595-BUSCAR-CLIENTE-LOJA.
           MOVE WRK-CRD-CLIENTE TO WRK-CRD-CLIENTE-PROC.
           PERFORM 9660-SOMAR-ABERTO-CLIENTE.
           COMPUTE WRK-CRD-DISPONIVEL =
               WRK-CLJ-LIMITE - WRK-CRD-EM-ABERTO.
           EVALUATE TRUE
               WHEN CLIENTE-LOJA-INVALIDO
                   DISPLAY 'CLIENTE NAO CADASTRADO NA LOJA'
               WHEN WRK-CRD-QTD-PARC = ZEROS
                 OR WRK-CRD-QTD-PARC > WRK-CRD-MAX-PARC
                   DISPLAY 'NUMERO DE PARCELAS INVALIDO'
               WHEN WRK-CLJ-LIMITE = ZEROS
                   DISPLAY 'CLIENTE SEM CREDIARIO APROVADO'
               WHEN WRK-CRD-FINANCIADO > WRK-CRD-DISPONIVEL
                   DISPLAY 'LIMITE DO CREDIARIO EXCEDIDO - '
                       'DISPONIVEL: ' WRK-CRD-DISPONIVEL
               WHEN OTHER
                   SET CREDIARIO-ACEITO TO TRUE
                   PERFORM 0362-GERAR-PARCELAS
           END-EVALUATE.
           IF NOT CREDIARIO-ACEITO
               MOVE 'PROGCOB010'      TO WRK-SUS-PROGRAMA
               MOVE 'WRK-CRD-CLIENTE' TO WRK-SUS-CAMPO
               MOVE WRK-CRD-CLIENTE   TO WRK-SUS-VALOR
               MOVE 'VENDA NO CREDIARIO RECUSADA'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               DISPLAY 'PAGAMENTO ASSUMIDO EM DINHEIRO'
               MOVE 'D' TO WRK-TENDER
           END-IF.

       0362-GERAR-PARCELAS.
      * Contrato novo com uma parcela por registro; a divisao trunca
      * e a ultima parcela leva a diferenca, para a soma das
      * parcelas fechar com o valor financiado.
           PERFORM 0370-LER-CRD-SEQ.
           ADD 1 TO WRK-CRD-CONTRATO.
           MOVE WRK-CRD-CONTRATO TO CSQ-ULTIMO-CONTRATO.
           OPEN OUTPUT ARQ-CRD-SEQ.
           WRITE REG-CRD-SEQ.
           CLOSE ARQ-CRD-SEQ.
           DIVIDE WRK-CRD-FINANCIADO BY WRK-CRD-QTD-PARC
               GIVING WRK-CRD-VALOR-PARC.
           DIVIDE WRK-CRD-JUROS-TOT BY WRK-CRD-QTD-PARC
               GIVING WRK-CRD-JUROS-PARC.
           OPEN I-O ARQ-CREDIARIO.
           IF WRK-FS-CREDIARIO = '35'
               OPEN OUTPUT ARQ-CREDIARIO
               CLOSE ARQ-CREDIARIO
               OPEN I-O ARQ-CREDIARIO
           END-IF.
           PERFORM VARYING WRK-CRD-LOOP FROM 1 BY 1
                   UNTIL WRK-CRD-LOOP > WRK-CRD-QTD-PARC
               PERFORM 0364-GRAVAR-PARCELA
           END-PERFORM.
           CLOSE ARQ-CREDIARIO.
           DISPLAY 'CONTRATO ' WRK-CRD-CONTRATO ' - '
               WRK-CRD-QTD-PARC ' PARCELAS DE ' WRK-CRD-VALOR-PARC
               ' - TOTAL ' WRK-CRD-FINANCIADO.
      * O valor da venda sai do caixa/clientes da loja (onde o
      * fechamento do dia lanca a venda) para as parcelas a receber;
      * os juros so entram na receita quando a parcela e recebida.
           MOVE '0000'          TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB010'    TO WRK-RAZ-PROGRAMA.
           SET DOC-CREDIARIO    TO TRUE.
           MOVE WRK-CRD-CONTRATO TO WRK-RAZ-DOC-NUMERO.
           MOVE '112500'        TO WRK-RAZ-CONTA-DEB.
           MOVE '112200'        TO WRK-RAZ-CONTA-CRE.
           MOVE 'VENDA NO CREDIARIO' TO WRK-RAZ-DESCRICAO.
           MOVE WRK-VENDAS      TO WRK-RAZ-VALOR.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB010'     TO WRK-AUD-PROGRAMA.
           MOVE 'CREDIARIO'      TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CRD-CLIENTE  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-CRD-CONTRATO TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0364-GRAVAR-PARCELA.
           MOVE WRK-CRD-CONTRATO   TO CRD-CONTRATO.
           MOVE WRK-CRD-LOOP       TO CRD-PARCELA.
           MOVE WRK-CRD-CLIENTE    TO CRD-CLIENTE.
           MOVE WRK-LOJA           TO CRD-LOJA.
           MOVE WRK-DATA-MOVIMENTO TO CRD-DATA-VENDA.
           MOVE WRK-CRD-QTD-PARC   TO CRD-QTD-PARCELAS.
           IF WRK-CRD-LOOP = WRK-CRD-QTD-PARC
               COMPUTE CRD-VALOR = WRK-CRD-FINANCIADO -
                   WRK-CRD-VALOR-PARC * (WRK-CRD-QTD-PARC - 1)
               COMPUTE CRD-JUROS = WRK-CRD-JUROS-TOT -
                   WRK-CRD-JUROS-PARC * (WRK-CRD-QTD-PARC - 1)
           ELSE
               MOVE WRK-CRD-VALOR-PARC TO CRD-VALOR
               MOVE WRK-CRD-JUROS-PARC TO CRD-JUROS
           END-IF.
           COMPUTE WRK-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO)
               + 30 * WRK-CRD-LOOP.
           COMPUTE WRK-VENC-DATA =
               FUNCTION DATE-OF-INTEGER(WRK-VENC-INT).
           PERFORM 0366-ROLAR-DIA-UTIL.
           MOVE WRK-VENC-DATA      TO CRD-VENCIMENTO.
           MOVE 'A'                TO CRD-SITUACAO.
           MOVE ZEROS              TO CRD-DATA-PAGAMENTO.
           MOVE SPACES             TO CRD-TENDER-PAGTO.
           WRITE REG-CREDIARIO
               INVALID KEY
                   REWRITE REG-CREDIARIO
           END-WRITE.

       0366-ROLAR-DIA-UTIL.
      * Rola o vencimento para frente enquanto cair em fim de
      * semana ou feriado do calendario, como a mensalidade escolar;
      * conta tambem o feriado local cadastrado para a loja.
           MOVE 'N' TO WRK-VENC-OK.
           PERFORM 0368-TESTAR-VENCIMENTO
               UNTIL VENC-DIA-UTIL.

       0368-TESTAR-VENCIMENTO.
           COMPUTE WRK-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-VENC-DATA).
           COMPUTE WRK-VENC-DOW = FUNCTION MOD(WRK-VENC-INT, 7).
           MOVE WRK-VENC-DATA(1:4) TO WRK-DTV-ANO.
           MOVE WRK-VENC-DATA(5:2) TO WRK-DTV-MES.
           MOVE WRK-VENC-DATA(7:2) TO WRK-DTV-DIA.
           MOVE WRK-LOJA           TO WRK-CAL-LOJA-REF.
           PERFORM 9650-VERIFICAR-DIA-UTIL.
           IF WRK-VENC-DOW = 6 OR WRK-VENC-DOW = 0 OR DIA-NAO-UTIL
               ADD 1 TO WRK-VENC-INT
               COMPUTE WRK-VENC-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-VENC-INT)
           ELSE
               SET VENC-DIA-UTIL TO TRUE
           END-IF.

       0370-LER-CRD-SEQ.
           OPEN INPUT ARQ-CRD-SEQ.
           IF WRK-FS-CRD-SEQ = '00'
               READ ARQ-CRD-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CSQ-ULTIMO-CONTRATO TO WRK-CRD-CONTRATO
               END-READ
               CLOSE ARQ-CRD-SEQ
           END-IF.

       0372-ESTORNAR-CREDIARIO.
      * Devolucao de compra feita no crediario: o valor devolvido
      * abate as parcelas em aberto do contrato a partir da ultima
      * (parcela zerada fica cancelada); o que o contrato nao cobre
      * e reembolsado em dinheiro.
           DISPLAY 'CONTRATO DO CREDIARIO DA COMPRA:'.
           ACCEPT WRK-CRD-CONTRATO-INF.
           MOVE WRK-VENDAS TO WRK-CRD-RESTO.
           MOVE ZEROS      TO WRK-CRD-ABATIDO.
           OPEN I-O ARQ-CREDIARIO.
           IF WRK-FS-CREDIARIO = '00'
               MOVE WRK-CRD-CONTRATO-INF TO CRD-CONTRATO
               MOVE 1 TO CRD-PARCELA
               READ ARQ-CREDIARIO
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO ENCONTRADO'
                   NOT INVALID KEY
                       PERFORM VARYING WRK-CRD-LOOP
                               FROM CRD-QTD-PARCELAS BY -1
                               UNTIL WRK-CRD-LOOP < 1
                                  OR WRK-CRD-RESTO = ZEROS
                           MOVE WRK-CRD-CONTRATO-INF TO CRD-CONTRATO
                           MOVE WRK-CRD-LOOP TO CRD-PARCELA
                           READ ARQ-CREDIARIO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CRD-EM-ABERTO
                                       PERFORM 0374-ABATER-PARCELA
                                   END-IF
                           END-READ
                       END-PERFORM
               END-READ
               CLOSE ARQ-CREDIARIO
           ELSE
               DISPLAY 'NENHUM CONTRATO DE CREDIARIO'
           END-IF.
           IF WRK-CRD-ABATIDO > ZEROS
               SUBTRACT WRK-CRD-ABATIDO FROM WRK-TOT-CREDIARIO
               DISPLAY 'ABATIDO DO CONTRATO ' WRK-CRD-CONTRATO-INF
                   ': ' WRK-CRD-ABATIDO
               MOVE '0000'          TO WRK-RAZ-CENTRO
               MOVE 'PROGCOB010'    TO WRK-RAZ-PROGRAMA
               SET DOC-CREDIARIO    TO TRUE
               MOVE WRK-CRD-CONTRATO-INF TO WRK-RAZ-DOC-NUMERO
               MOVE '112200'        TO WRK-RAZ-CONTA-DEB
               MOVE '112500'        TO WRK-RAZ-CONTA-CRE
               MOVE 'DEVOLUCAO NO CREDIARIO' TO WRK-RAZ-DESCRICAO
               MOVE WRK-CRD-ABATIDO TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           IF WRK-CRD-RESTO > ZEROS
               DISPLAY 'SEM SALDO NO CONTRATO - REEMBOLSO DE '
                   WRK-CRD-RESTO ' EM DINHEIRO'
               SUBTRACT WRK-CRD-RESTO FROM WRK-TOT-DINHEIRO
           END-IF.

       0374-ABATER-PARCELA.
      * So o principal da parcela abate a devolucao - os juros
      * embutidos caem junto com a parcela cancelada.
           COMPUTE WRK-CRD-PRINCIPAL = CRD-VALOR - CRD-JUROS.
           IF WRK-CRD-PRINCIPAL <= WRK-CRD-RESTO
               SUBTRACT WRK-CRD-PRINCIPAL FROM WRK-CRD-RESTO
               ADD WRK-CRD-PRINCIPAL TO WRK-CRD-ABATIDO
               MOVE 'C' TO CRD-SITUACAO
               MOVE WRK-DATA-MOVIMENTO TO CRD-DATA-PAGAMENTO
           ELSE
               SUBTRACT WRK-CRD-RESTO FROM CRD-VALOR
               ADD WRK-CRD-RESTO TO WRK-CRD-ABATIDO
               MOVE ZEROS TO WRK-CRD-RESTO
           END-IF.
           REWRITE REG-CREDIARIO.

       0380-RECEBER-PARCELA.
      * Recebimento de parcela do crediario no caixa: a parcela
      * informada (ou a primeira em aberto do contrato) e baixada e
      * o valor entra no tender em que foi pago - nao e venda, entao
      * nao mexe no total de vendas nem no diario.
           MOVE 'N' TO WRK-PARC-ACHADA WRK-EOF-CREDIARIO.
           DISPLAY 'CONTRATO DO CREDIARIO:'.
           ACCEPT WRK-CRD-CONTRATO-INF.
           DISPLAY 'PARCELA (0 = PRIMEIRA EM ABERTO):'.
           ACCEPT WRK-CRD-PARCELA-INF.
           OPEN I-O ARQ-CREDIARIO.
           IF WRK-FS-CREDIARIO = '00'
               MOVE WRK-CRD-CONTRATO-INF TO CRD-CONTRATO
               MOVE WRK-CRD-PARCELA-INF  TO CRD-PARCELA
               IF WRK-CRD-PARCELA-INF > ZEROS
                   READ ARQ-CREDIARIO
                       INVALID KEY
                           DISPLAY 'PARCELA NAO ENCONTRADA'
                       NOT INVALID KEY
                           IF CRD-EM-ABERTO
                               SET PARCELA-ACHADA TO TRUE
                           ELSE
                               DISPLAY 'PARCELA JA PAGA OU CANCELADA'
                           END-IF
                   END-READ
               ELSE
                   START ARQ-CREDIARIO KEY IS NOT LESS THAN CRD-CHAVE
                       INVALID KEY
                           SET FIM-CREDIARIO TO TRUE
                   END-START
                   PERFORM UNTIL FIM-CREDIARIO OR PARCELA-ACHADA
                       READ ARQ-CREDIARIO NEXT RECORD
                           AT END
                               SET FIM-CREDIARIO TO TRUE
                           NOT AT END
                               IF CRD-CONTRATO NOT =
                                       WRK-CRD-CONTRATO-INF
                                   SET FIM-CREDIARIO TO TRUE
                               ELSE
                                   IF CRD-EM-ABERTO
                                       SET PARCELA-ACHADA TO TRUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF NOT PARCELA-ACHADA
                       DISPLAY 'CONTRATO SEM PARCELA EM ABERTO'
                   END-IF
               END-IF
               IF PARCELA-ACHADA
                   PERFORM 0385-BAIXAR-PARCELA
               END-IF
               CLOSE ARQ-CREDIARIO
           ELSE
               DISPLAY 'NENHUM CONTRATO DE CREDIARIO'
           END-IF.
           IF PARCELA-ACHADA
               PERFORM 0388-POSTAR-RECEBIMENTO
           ELSE
               MOVE 'PROGCOB010'           TO WRK-SUS-PROGRAMA
               MOVE 'WRK-CRD-CONTRATO-INF' TO WRK-SUS-CAMPO
               MOVE WRK-CRD-CONTRATO-INF   TO WRK-SUS-VALOR
               MOVE 'PARCELA DO CREDIARIO NAO RECEBIDA'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0385-BAIXAR-PARCELA.
           DISPLAY 'CLIENTE ' CRD-CLIENTE ' PARCELA ' CRD-PARCELA
               '/' CRD-QTD-PARCELAS ' VENCIMENTO ' CRD-VENCIMENTO
               ' VALOR ' CRD-VALOR.
           DISPLAY 'PAGAMENTO (D-DINHEIRO / C-CARTAO / P-PIX, '
               'BRANCO = D):'.
           ACCEPT WRK-TENDER-PARCELA.
           IF WRK-TENDER-PARCELA NOT = 'C'
               AND WRK-TENDER-PARCELA NOT = 'P'
               MOVE 'D' TO WRK-TENDER-PARCELA
           END-IF.
           MOVE 'P'                TO CRD-SITUACAO.
           MOVE WRK-DATA-MOVIMENTO TO CRD-DATA-PAGAMENTO.
           MOVE WRK-TENDER-PARCELA TO CRD-TENDER-PAGTO.
           REWRITE REG-CREDIARIO.
           EVALUATE WRK-TENDER-PARCELA
               WHEN 'C'
                   ADD CRD-VALOR TO WRK-TOT-CARTAO
               WHEN 'P'
                   ADD CRD-VALOR TO WRK-TOT-PIX
               WHEN OTHER
                   ADD CRD-VALOR TO WRK-TOT-DINHEIRO
           END-EVALUATE.
           ADD CRD-VALOR TO WRK-TOT-PARC-RECEB.
           COMPUTE WRK-CRD-PRINCIPAL = CRD-VALOR - CRD-JUROS.
           MOVE CRD-JUROS TO WRK-CRD-JUROS-PARC.
           MOVE CRD-PARCELA TO WRK-CRD-PARCELA-INF.
           MOVE CRD-CONTRATO TO WRK-CRD-CONTRATO-INF.
           DISPLAY 'PARCELA RECEBIDA'.

       0388-POSTAR-RECEBIMENTO.
      * O principal volta das parcelas a receber para o caixa; os
      * juros da parcela entram na receita de financiamento.
           MOVE '0000'          TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB010'    TO WRK-RAZ-PROGRAMA.
           SET DOC-CREDIARIO    TO TRUE.
           MOVE SPACES          TO WRK-RAZ-DOC-NUMERO.
           STRING WRK-CRD-CONTRATO-INF WRK-CRD-PARCELA-INF
               DELIMITED BY SIZE INTO WRK-RAZ-DOC-NUMERO
           END-STRING.
           MOVE '112200'        TO WRK-RAZ-CONTA-DEB.
           MOVE '112500'        TO WRK-RAZ-CONTA-CRE.
           MOVE 'RECEBIMENTO DE PARCELA' TO WRK-RAZ-DESCRICAO.
           MOVE WRK-CRD-PRINCIPAL TO WRK-RAZ-VALOR.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.
           IF WRK-CRD-JUROS-PARC > ZEROS
               MOVE '112200'    TO WRK-RAZ-CONTA-DEB
               MOVE '412400'    TO WRK-RAZ-CONTA-CRE
               MOVE 'JUROS DO CREDIARIO' TO WRK-RAZ-DESCRICAO
               MOVE WRK-CRD-JUROS-PARC TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB010'     TO WRK-AUD-PROGRAMA.
           MOVE 'PARCELA-CRD'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-RAZ-DOC-NUMERO TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-TENDER-PARCELA TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.
      * O recebimento nao passa pelo contador de checkpoint das
      * vendas - grava na hora para nao se perder num reinicio.
           PERFORM 0250-GRAVAR-CHECKPOINT.

       0390-RECOMPRAR-USADO.
      * Recompra de livro usado no balcao: ISBN do master e estado
      * do exemplar; a oferta e o percentual do estado sobre o preco
      * de tabela. Aceita, o exemplar entra no estoque de usados da
      * loja e o cliente recebe em dinheiro (sai da gaveta) ou em
      * vale-troca. Nao e venda: nao mexe no total nem no diario.
           MOVE 'N' TO WRK-USD-ACEITE.
           DISPLAY 'ISBN DO LIVRO USADO:'.
           ACCEPT WRK-ISBN.
           MOVE WRK-ISBN TO WRK-LIV-PROCURADO.
           PERFORM 9580-BUSCAR-LIVRO.
           DISPLAY 'ESTADO (A-OTIMO / B-BOM / C-REGULAR):'.
           ACCEPT WRK-USD-ESTADO.
           EVALUATE TRUE
               WHEN ESTADO-OTIMO
                   MOVE WRK-USD-PCT-OTIMO   TO WRK-USD-PCT
               WHEN ESTADO-BOM
                   MOVE WRK-USD-PCT-BOM     TO WRK-USD-PCT
               WHEN ESTADO-REGULAR
                   MOVE WRK-USD-PCT-REGULAR TO WRK-USD-PCT
               WHEN OTHER
                   MOVE ZEROS TO WRK-USD-PCT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN LIVRO-INVALIDO
                   DISPLAY 'ISBN NAO CADASTRADO OU INATIVO'
               WHEN WRK-USD-PCT = ZEROS
                   DISPLAY 'ESTADO INVALIDO - RECOMPRA RECUSADA'
               WHEN OTHER
                   COMPUTE WRK-USD-OFERTA ROUNDED =
                       LIV-PRECO * WRK-USD-PCT / 100
                   DISPLAY 'TITULO: ' LIV-TITULO
                   DISPLAY 'OFERTA DE RECOMPRA (' WRK-USD-PCT
                       '%): ' WRK-USD-OFERTA
                   DISPLAY 'CLIENTE ACEITOU (S/N):'
                   ACCEPT WRK-USD-ACEITE
           END-EVALUATE.
           IF OFERTA-ACEITA AND WRK-USD-OFERTA > ZEROS
               PERFORM 0392-ENTRAR-USADO
           ELSE
               MOVE 'PROGCOB010'   TO WRK-SUS-PROGRAMA
               MOVE 'WRK-ISBN'     TO WRK-SUS-CAMPO
               MOVE WRK-ISBN       TO WRK-SUS-VALOR
               MOVE 'RECOMPRA DE USADO NAO REALIZADA'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0392-ENTRAR-USADO.
           DISPLAY 'PAGAMENTO (D-DINHEIRO / V-VALE-TROCA, '
               'BRANCO = D):'.
           ACCEPT WRK-USD-PAGTO.
           IF NOT RECOMPRA-EM-VALE
               MOVE 'D' TO WRK-USD-PAGTO
           END-IF.
           MOVE WRK-LOJA           TO WRK-USD-LOJA-PROC.
           MOVE WRK-ISBN           TO WRK-USD-ISBN-PROC.
           MOVE 1                  TO WRK-USD-QTD-PROC.
           MOVE WRK-USD-OFERTA     TO WRK-USD-CUSTO-PROC.
           MOVE WRK-DATA-MOVIMENTO TO WRK-USD-DATA-PROC.
           COMPUTE WRK-USD-PRECO-NOVO ROUNDED =
               LIV-PRECO * WRK-USD-PCT-REVENDA / 100.
           PERFORM 9665-MOVIMENTAR-USADO.
           DISPLAY 'USADO EM ESTOQUE NA LOJA: ' WRK-USD-SALDO
               ' - PRECO DE VENDA ' WRK-USD-PRECO.
      * O vale da recompra sai pelo mesmo emissor da devolucao, que
      * toma o valor de WRK-VENDAS - zerado de volta em seguida,
      * porque WRK-VENDAS zero e a sentinela do laco de captura.
           IF RECOMPRA-EM-VALE
               MOVE WRK-USD-OFERTA TO WRK-VENDAS
               PERFORM 0350-EMITIR-VALE
               MOVE ZEROS TO WRK-VENDAS
               SUBTRACT WRK-USD-OFERTA FROM WRK-TOT-VALE
           ELSE
               SUBTRACT WRK-USD-OFERTA FROM WRK-TOT-DINHEIRO
               DISPLAY 'PAGAR AO CLIENTE EM DINHEIRO: '
                   WRK-USD-OFERTA
           END-IF.
           ADD WRK-USD-OFERTA TO WRK-TOT-RECOMPRA.
      * O exemplar entra no estoque contra o caixa da loja, que o
      * fechamento concilia com vendas e vales do dia.
           MOVE '0000'          TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB010'    TO WRK-RAZ-PROGRAMA.
           SET DOC-CUPOM-FISCAL TO TRUE.
           MOVE SPACES TO WRK-RAZ-DOC-NUMERO.
           STRING WRK-LOJA WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO WRK-RAZ-DOC-NUMERO
           END-STRING.
           MOVE '113000'        TO WRK-RAZ-CONTA-DEB.
           MOVE '112200'        TO WRK-RAZ-CONTA-CRE.
           MOVE 'RECOMPRA DE LIVRO USADO' TO WRK-RAZ-DESCRICAO.
           MOVE WRK-USD-OFERTA  TO WRK-RAZ-VALOR.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB010'     TO WRK-AUD-PROGRAMA.
           MOVE 'RECOMPRA-USADO' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-ISBN         TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-USD-OFERTA   TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED     TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.
           PERFORM 0250-GRAVAR-CHECKPOINT.

       0394-REGISTRAR-ENCOMENDA.
      * Encomenda do titulo em falta no balcao, para retirada nesta
      * loja: o sinal e recebido aqui, no meio que o cliente
      * escolher, e fica como obrigacao com o cliente ate a
      * retirada. Nao e venda: nao mexe no total nem no diario.
           MOVE 'N' TO WRK-ENC-VALIDA.
           DISPLAY 'CLIENTE DA LOJA:'.
           ACCEPT WRK-ENC-CLIENTE-INF.
           DISPLAY 'ISBN:'.
           ACCEPT WRK-ISBN.
           DISPLAY 'QUANTIDADE:'.
           ACCEPT WRK-ENC-QTD-INF.
           DISPLAY 'SINAL PAGO (ZEROS = SEM SINAL):'.
           ACCEPT WRK-ENC-SINAL-INF.
           MOVE WRK-ENC-CLIENTE-INF TO WRK-CLJ-PROCURADO.
           PERFORM 9595-BUSCAR-CLIENTE-LOJA.
           MOVE WRK-ISBN TO WRK-LIV-PROCURADO.
           PERFORM 9580-BUSCAR-LIVRO.
           EVALUATE TRUE
               WHEN CLIENTE-LOJA-INVALIDO
                   DISPLAY 'CLIENTE FORA DO CADASTRO DA LOJA'
               WHEN LIVRO-INVALIDO
                   DISPLAY 'ISBN FORA DO MASTER DE LIVROS'
               WHEN WRK-ENC-QTD-INF = ZEROS
                   DISPLAY 'QUANTIDADE OBRIGATORIA'
               WHEN OTHER
                   SET ENCOMENDA-VALIDA TO TRUE
           END-EVALUATE.
           IF ENCOMENDA-VALIDA
               IF LIV-ESTOQUE > ZEROS
                   DISPLAY 'AVISO: TITULO COM ' LIV-ESTOQUE
                       ' EXEMPLARES NA REDE'
               END-IF
               PERFORM 0396-GRAVAR-ENCOMENDA
           ELSE
               MOVE 'PROGCOB010'   TO WRK-SUS-PROGRAMA
               MOVE 'WRK-ISBN'     TO WRK-SUS-CAMPO
               MOVE WRK-ISBN       TO WRK-SUS-VALOR
               MOVE 'ENCOMENDA DE CLIENTE NAO REGISTRADA'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0396-GRAVAR-ENCOMENDA.
           MOVE ZEROS TO WRK-ENC-NUMERO.
           OPEN INPUT ARQ-ENC-SEQ.
           IF WRK-FS-ENC-SEQ = '00'
               READ ARQ-ENC-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ESQ-ULTIMO-NUMERO TO WRK-ENC-NUMERO
               END-READ
               CLOSE ARQ-ENC-SEQ
           END-IF.
           ADD 1 TO WRK-ENC-NUMERO.
           OPEN I-O ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS = '35'
               OPEN OUTPUT ARQ-ENCOMENDAS
               CLOSE ARQ-ENCOMENDAS
               OPEN I-O ARQ-ENCOMENDAS
           END-IF.
           MOVE WRK-ENC-NUMERO      TO ENC-NUMERO.
           MOVE WRK-ENC-CLIENTE-INF TO ENC-CLIENTE.
           MOVE WRK-ISBN            TO ENC-ISBN.
           MOVE WRK-ENC-QTD-INF     TO ENC-QUANTIDADE.
           MOVE WRK-LOJA            TO ENC-LOJA.
           MOVE WRK-ENC-SINAL-INF   TO ENC-SINAL.
           MOVE WRK-DATA-MOVIMENTO  TO ENC-DATA-PEDIDO.
           SET ENC-AGUARDANDO       TO TRUE.
           MOVE ZEROS TO ENC-PCO-NUMERO ENC-DATA-RESERVA
                         ENC-DATA-AVISO ENC-DATA-BAIXA.
           WRITE REG-ENCOMENDA
               INVALID KEY
                   REWRITE REG-ENCOMENDA
           END-WRITE.
           CLOSE ARQ-ENCOMENDAS.
           MOVE WRK-ENC-NUMERO TO ESQ-ULTIMO-NUMERO.
           OPEN OUTPUT ARQ-ENC-SEQ.
           WRITE REG-ENC-SEQ.
           CLOSE ARQ-ENC-SEQ.
           DISPLAY 'ENCOMENDA ' WRK-ENC-NUMERO ' REGISTRADA PARA '
               CLJ-NOME.
           IF WRK-ENC-SINAL-INF > ZEROS
               DISPLAY 'PAGAMENTO DO SINAL (D-DINHEIRO / C-CARTAO / '
                   'P-PIX, BRANCO = D):'
               ACCEPT WRK-TENDER-SINAL
               EVALUATE WRK-TENDER-SINAL
                   WHEN 'C'
                       ADD WRK-ENC-SINAL-INF TO WRK-TOT-CARTAO
                   WHEN 'P'
                       ADD WRK-ENC-SINAL-INF TO WRK-TOT-PIX
                   WHEN OTHER
                       MOVE 'D' TO WRK-TENDER-SINAL
                       ADD WRK-ENC-SINAL-INF TO WRK-TOT-DINHEIRO
               END-EVALUATE
               ADD WRK-ENC-SINAL-INF TO WRK-TOT-SINAL-RECEB
               MOVE '112200' TO WRK-RAZ-CONTA-DEB
               MOVE '213400' TO WRK-RAZ-CONTA-CRE
               MOVE 'SINAL DE ENCOMENDA DE CLIENTE'
                   TO WRK-RAZ-DESCRICAO
               MOVE WRK-ENC-SINAL-INF TO WRK-RAZ-VALOR
               PERFORM 0398-POSTAR-SINAL
           END-IF.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB010'    TO WRK-AUD-PROGRAMA.
           MOVE 'ENCOMENDA'     TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-ENC-NUMERO  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-ISBN        TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.
      * O sinal nao passa pelo contador de checkpoint das vendas -
      * grava na hora para nao se perder num reinicio.
           PERFORM 0250-GRAVAR-CHECKPOINT.

       0398-POSTAR-SINAL.
           MOVE '0000'         TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB010'   TO WRK-RAZ-PROGRAMA.
           SET DOC-ENCOMENDA   TO TRUE.
           MOVE WRK-ENC-NUMERO TO WRK-RAZ-DOC-NUMERO.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.

       0243-ACUMULAR-TENDER.
           EVALUATE TRUE
               WHEN TENDER-VALE
                   ELSE
                       ADD WRK-VENDAS TO WRK-TOT-DINHEIRO
                   END-IF
               WHEN TENDER-FUNCIONARIO
                   PERFORM 0340-LANCAR-CONTA-FUNC
                   IF COMPRA-FUNC-ACEITA
                       ADD WRK-VENDAS TO WRK-TOT-FUNCIONARIO
                   ELSE
                       ADD WRK-VENDAS TO WRK-TOT-DINHEIRO
                   END-IF
               WHEN TENDER-CREDIARIO
                   PERFORM 0360-VENDER-CREDIARIO
                   IF CREDIARIO-ACEITO
                       ADD WRK-VENDAS TO WRK-TOT-CREDIARIO
                   ELSE
                       ADD WRK-VENDAS TO WRK-TOT-DINHEIRO
                   END-IF
               WHEN TENDER-SINAL
                   PERFORM 0325-APLICAR-SINAL
               WHEN TENDER-CARTAO
                   ADD WRK-VENDAS TO WRK-TOT-CARTAO
               WHEN TENDER-PIX
      * bucket proprio, nao na gaveta.
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-VALE
                   PERFORM 0350-EMITIR-VALE
               WHEN TENDER-FUNCIONARIO
                   PERFORM 0345-ESTORNAR-CONTA-FUNC
                   IF COMPRA-FUNC-ACEITA
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-FUNCIONARIO
                   ELSE
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-DINHEIRO
                   END-IF
               WHEN TENDER-CREDIARIO
                   PERFORM 0372-ESTORNAR-CREDIARIO
               WHEN TENDER-CARTAO
                   SUBTRACT WRK-VENDAS FROM WRK-TOT-CARTAO
               WHEN TENDER-PIX
           MOVE WRK-VENDAS         TO WRK-VJR-VALOR.
           MOVE WRK-TIPO-VENDA     TO WRK-VJR-TIPO.
           MOVE WRK-MOTIVO-DEV     TO WRK-VJR-MOTIVO.
           MOVE WRK-ITEM-USADO     TO WRK-VJR-USADO.
           PERFORM 9745-GRAVAR-VENDA-JORNAL.
           MOVE ZEROS TO WRK-VJR-CUSTO.
           MOVE 'N'   TO WRK-ITEM-USADO.

       0270-EXIBIR-TITULOS.
           DISPLAY '--- VENDAS POR TITULO ---'.
               MOVE WRK-TOT-CARTAO       TO CKPT-TOT-CARTAO.
               MOVE WRK-TOT-PIX          TO CKPT-TOT-PIX.
               MOVE WRK-TOT-VALE         TO CKPT-TOT-VALE.
               MOVE WRK-TOT-FUNCIONARIO  TO CKPT-TOT-FUNCIONARIO.
               MOVE WRK-TOT-CREDIARIO    TO CKPT-TOT-CREDIARIO.
               MOVE WRK-TOT-PARC-RECEB   TO CKPT-TOT-PARC-RECEB.
               MOVE WRK-TOT-RECOMPRA     TO CKPT-TOT-RECOMPRA.
               MOVE WRK-TOT-SINAL-RECEB  TO CKPT-TOT-SINAL-RECEB.
               MOVE WRK-TOT-SINAL-APLIC  TO CKPT-TOT-SINAL-APLIC.
               MOVE WRK-TOTAL-IMPOSTO    TO CKPT-TOT-IMPOSTO.
               MOVE WRK-JRN-SEQ          TO CKPT-JRN-SEQ.
               MOVE WRK-LOJA          TO CKPT-LOJA.
      * vendas) fica para ajuste manual do contador.
               IF WRK-TOTAL-IMPOSTO > ZEROS
                   MOVE 'PROGCOB010'  TO WRK-RAZ-PROGRAMA
                   SET DOC-CUPOM-FISCAL TO TRUE
                   MOVE SPACES TO WRK-RAZ-DOC-NUMERO
                   STRING WRK-LOJA WRK-DATA-MOVIMENTO
                       DELIMITED BY SIZE INTO WRK-RAZ-DOC-NUMERO
                   END-STRING
                   MOVE '531000'      TO WRK-RAZ-CONTA-DEB
                   MOVE '211200'      TO WRK-RAZ-CONTA-CRE
                   MOVE 'IMPOSTO SOBRE VENDAS DO DIA'
      * Saldo de vales do dia: negativo = passivo de vales emitidos
      * nas devolucoes; positivo = resgates alem das emissoes.
           DISPLAY 'SISTEMA - VALE-TROCA: ' WRK-TOT-VALE.
      * Conta do funcionario nao tem contagem fisica - so informa o
      * que foi lancado para desconto em folha.
           DISPLAY 'SISTEMA - CONTA FUNCIONARIO: ' WRK-TOT-FUNCIONARIO.
      * Crediario tambem nao tem contagem: as vendas viraram
      * parcelas a receber; as parcelas recebidas ja estao somadas
      * no tender em que foram pagas.
           DISPLAY 'SISTEMA - VENDAS NO CREDIARIO: ' WRK-TOT-CREDIARIO.
           DISPLAY 'SISTEMA - PARCELAS RECEBIDAS: ' WRK-TOT-PARC-RECEB.
      * Recompras de usados ja abatidas do dinheiro ou dos vales.
           DISPLAY 'SISTEMA - RECOMPRAS DE USADOS: ' WRK-TOT-RECOMPRA.
      * Sinais recebidos ja estao no tender em que foram pagos; os
      * abatidos nas retiradas nao tem contagem - a venda so cobrou
      * o saldo.
           DISPLAY 'SISTEMA - SINAIS DE ENCOMENDA RECEBIDOS: '
               WRK-TOT-SINAL-RECEB.
           DISPLAY 'SISTEMA - SINAIS ABATIDOS NAS RETIRADAS: '
               WRK-TOT-SINAL-APLIC.
           MOVE 'D' TO WRK-TENDER.
           PERFORM 0295-CONFERIR-TENDER.
           MOVE 'C' TO WRK-TENDER.
           COPY 'pprpp.cpy'.
           COPY 'cmppp.cpy'.
           COPY 'etlpp.cpy'.
           COPY 'encpp.cpy'.
           COPY 'livpp.cpy'.
           COPY 'vjrpp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'cfupp.cpy'.
           COPY 'crdpp.cpy'.
           COPY 'calpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'usdpp.cpy'.

       END PROGRAM PROGCOB010.
