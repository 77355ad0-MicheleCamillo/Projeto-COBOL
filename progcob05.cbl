            COPY 'calsel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'carsel.cpy'.
            COPY 'ctfsel.cpy'.
            COPY 'ocosel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'alrsel.cpy'.
            SELECT ARQ-FRETE-TRANS ASSIGN TO 'FRETETRAN.DAT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARQ-FRETE-CSV ASSIGN TO 'FRETEPED.CSV'
            SELECT ARQ-FRETE-CKPT ASSIGN TO 'FRECHKPT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-FRECKPT.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'calfd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'carfd.cpy'.
           COPY 'ctffd.cpy'.
           COPY 'ocofd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'alrfd.cpy'.

       FD  ARQ-FRETE-TRANS.
       01  REG-FRETE-TRANS.
      * (tarifa resolvida pela UF).
           05 TRA-CEP-DESTINO  PIC 9(08).

       FD  ARQ-FRETE-CSV.
       01  REG-FRETE-CSV       PIC X(100).

       77 WRK-FATOR-CUBAGEM  PIC 9(04)      VALUE 300.
       77 WRK-PESO-CUBADO    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PESO-TARIFADO  PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PESO-REAL-ED   PIC ZZZ9,99    VALUE ZEROS.
       77 WRK-PESO-CUB-ED    PIC ZZZZZ9,99  VALUE ZEROS.

       77 WRK-GRIS           PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PEDAGIO        PIC 9(04)V99   VALUE ZEROS.
       77 WRK-FRETE-TOTAL-COB PIC 9(08)V99  VALUE ZEROS.
       77 WRK-ADVALOREM-ED   PIC ZZZZZ9,99  VALUE ZEROS.
       77 WRK-GRIS-ED        PIC ZZZZZ9,99  VALUE ZEROS.
       77 WRK-PEDAGIO-ED     PIC ZZZ9,99    VALUE ZEROS.
       77 WRK-PESO-CSV-ED    PIC ZZZ9,99    VALUE ZEROS.
       77 WRK-FRETE-CSV-ED   PIC ZZZZ9,99   VALUE ZEROS.

      * Pedido de devolucao no console: o pedido original (embarcado
      * ou entregue, sem devolucao anterior) fornece produto, ponto
      * de coleta, cliente e transportadora; a recusa vai para a
      * suspense.
       77 WRK-DEV-REGRA      PIC X(01)      VALUE 'T'.
       77 WRK-DEV-POS        PIC 9(03)      VALUE ZEROS.
       77 WRK-DEV-TRANSP-ORIG PIC X(03)     VALUE SPACES.
       77 WRK-DEV-MOTIVO     PIC X(40)      VALUE SPACES.
       77 WRK-DEV-RECUSA     PIC X(01)      VALUE 'N'.
           88 DEVOLUCAO-RECUSADA VALUE 'S'.
       77 WRK-DEV-SINISTRO   PIC X(01)      VALUE 'N'.
           88 ORIGINAL-COM-SINISTRO VALUE 'S'.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'susws.cpy'.
           COPY 'pedws.cpy'.
           COPY 'pdtws.cpy'.
           COPY 'carws.cpy'.
           COPY 'ctfws.cpy'.
           COPY 'ocows.cpy'.
           COPY 'datechk.cpy'.
           COPY 'calws.cpy'.
           COPY 'cliws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'alrws.cpy'.
      * Fator de cubagem (KG por M3) vigente no master de parametros
      * (FATORCUB); sem vigencia aprovada vale o fator rodoviario
      * tradicional de 300.
       01  REG-CFG-CUBAGEM.
           05 CFG-FATOR-CUBAGEM PIC 9(04).
      * Aliquotas dos adicionais do frete (TAXASFRE): ad valorem e
      * GRIS em percentual do valor da mercadoria, pedagio em valor
      * por pedido.
       01  REG-CFG-TAXAS.
           05 CFG-PERC-ADVALOREM PIC 9(02)V99.
           05 CFG-PERC-GRIS      PIC 9(02)V99.
           05 CFG-VALOR-PEDAGIO  PIC 9(04)V99.
      * Regra de cobranca do frete de devolucao (DEVCFG): G-gratis,
      * C-cobrado do cliente, T-por conta da transportadora quando o
      * pedido original tem sinistro em OCORRENCIA.DAT (sem
      * sinistro, do cliente). Sem vigencia aprovada vale T.
       01  REG-CFG-DEVOLUCAO.
           05 CFG-REGRA-DEVOLUCAO PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0172-CARREGAR-TARIFAS-CEP.
           PERFORM 0180-LER-CFG-CUBAGEM.
           PERFORM 0185-LER-CFG-TAXAS.
           PERFORM 0187-LER-CFG-DEVOLUCAO.
           PERFORM 0170-CARREGAR-CALENDARIO.
           PERFORM 0175-LER-ULTIMO-PEDIDO.
           DISPLAY 'GERAR ARQUIVO CSV DOS PEDIDOS (S/N):'.
               MOVE 'PROGCOB05' TO WRK-REP-PROGRAMA
               MOVE 'PEDIDO DE FRETE' TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               MOVE 'N' TO WRK-DEV-RECUSA
               DISPLAY 'TIPO DO PEDIDO (N-NORMAL / D-DEVOLUCAO):'
               ACCEPT WRK-DEV-TIPO
               IF PEDIDO-DEVOLUCAO
                   PERFORM 0262-PREPARAR-DEVOLUCAO
               ELSE
                   MOVE 'N' TO WRK-DEV-TIPO
                   PERFORM 0255-CAPTAR-PEDIDO
               END-IF
               IF NOT DEVOLUCAO-RECUSADA
                   PERFORM 0200-PROCESSAR
               END-IF
               IF DEVOLUCAO-RECUSADA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
               IF WRK-FRETE = ZERO
                   MOVE 'PROGCOB05'    TO WRK-SUS-PROGRAMA
                   MOVE 'WRK-UF'       TO WRK-SUS-CAMPO
                       PERFORM 0300-FINALIZAR
      * A cotacao de console entra em FRETETOT.DAT como as do lote
      * - sem isso o razao carregaria o frete e os totais nao, e a
      * conciliacao do PROGCOB061 travaria o fechamento. Devolucao
      * sem cobranca do cliente nao vai ao razao nem aos totais.
                       IF PEDIDO-DEVOLUCAO
                          AND NOT DEVOLUCAO-COBRA-CLIENTE
                           CONTINUE
                       ELSE
                           ADD 1         TO WRK-FRETE-QTD
                           ADD WRK-FRETE TO WRK-FRETE-TOTAL
                           PERFORM 0540-GRAVAR-TOTAIS-FRETE
                       END-IF
                       IF PEDIDO-DEVOLUCAO
                           PERFORM 0270-VINCULAR-ORIGINAL
                       END-IF
                       MOVE 1 TO WRK-RUN-QTD-LIDOS
                   ELSE
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   END-IF
               END-IF
               END-IF
           END-IF.

           DISPLAY 'EXPORTAR CARGA DOS PEDIDOS CONFIRMADOS (S/N):'.
                   END-IF
                   PERFORM 0390-EXPORTAR-CARGA
                   MOVE 'E' TO WRK-TPD-STATUS(WRK-TPD-LOOP)
                   ACCEPT WRK-TPD-EMBARQUE(WRK-TPD-LOOP)
                       FROM DATE YYYYMMDD
                   ADD 1 TO WRK-QTD-EXPORTADOS
               END-IF
           END-PERFORM.
               WRK-QTD-EXPORTADOS.

       0180-LER-CFG-CUBAGEM.
           MOVE 'FATORCUB'   TO WRK-PRM-CODIGO.
           MOVE SPACES       TO WRK-PRM-ARGUMENTO.
           MOVE WRK-PER-DATA TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-CUBAGEM
               IF CFG-FATOR-CUBAGEM IS NUMERIC
                AND CFG-FATOR-CUBAGEM > ZEROS
                   MOVE CFG-FATOR-CUBAGEM TO WRK-FATOR-CUBAGEM
               END-IF
           END-IF.

       0185-LER-CFG-TAXAS.
           MOVE 'TAXASFRE'   TO WRK-PRM-CODIGO.
           MOVE SPACES       TO WRK-PRM-ARGUMENTO.
           MOVE WRK-PER-DATA TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-TAXAS
               IF CFG-PERC-ADVALOREM IS NUMERIC
                AND CFG-PERC-GRIS IS NUMERIC
                AND CFG-VALOR-PEDAGIO IS NUMERIC
                   MOVE CFG-PERC-ADVALOREM TO WRK-PERC-ADVALOREM
                   MOVE CFG-PERC-GRIS      TO WRK-PERC-GRIS
                   MOVE CFG-VALOR-PEDAGIO  TO WRK-VALOR-PEDAGIO
               END-IF
           END-IF.

       0187-LER-CFG-DEVOLUCAO.
           MOVE 'DEVCFG'     TO WRK-PRM-CODIGO.
           MOVE SPACES       TO WRK-PRM-ARGUMENTO.
           MOVE WRK-PER-DATA TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-DEVOLUCAO
               IF CFG-REGRA-DEVOLUCAO = 'G' OR 'C' OR 'T'
                   MOVE CFG-REGRA-DEVOLUCAO TO WRK-DEV-REGRA
               END-IF
           END-IF.

       0200-PROCESSAR.
                   PERFORM 0215-CALCULAR-PESO-CUBADO
                   PERFORM 0220-APLICAR-ADICIONAL-PESO
                   PERFORM 0222-ESCOLHER-TRANSPORTADORA
                   PERFORM 0223-TRANSPORTADORA-DEVOLUCAO
                   PERFORM 0224-APLICAR-CONTRATO
                   PERFORM 0225-CALCULAR-ADICIONAIS
                   DISPLAY 'PESO REAL (KG)..: ' WRK-PESO-REAL-ED
                   DISPLAY 'PESO CUBADO (KG): ' WRK-PESO-CUB-ED
                   WRK-TRANSP-ESCOLHIDA
           END-IF.

       0223-TRANSPORTADORA-DEVOLUCAO.
      * Devolucao por conta da transportadora volta pela mesma que
      * fez a entrega com sinistro - o frete cotado fica so como
      * referencia e a fatura dela para a devolucao nao e paga
      * (PROGCOB111).
           IF PEDIDO-DEVOLUCAO AND WRK-DEV-COBRANCA = 'T'
              AND WRK-DEV-TRANSP-ORIG NOT = SPACES
               MOVE WRK-DEV-TRANSP-ORIG TO WRK-TRANSP-ESCOLHIDA
               DISPLAY 'DEVOLUCAO PELA TRANSPORTADORA DO ORIGINAL: '
                   WRK-TRANSP-ESCOLHIDA
           END-IF.

       0224-APLICAR-CONTRATO.
      * Contrato de frete do cliente vigente na data substitui o
      * frete de tabela ja com a transportadora escolhida; o pedido
      * guarda o contrato e o frete de tabela para a comparacao da
      * receita contratada (PROGCOB112).
           MOVE WRK-CLIENTE TO WRK-CTF-CLIENTE.
           MOVE WRK-UF      TO WRK-CTF-UF.
           ACCEPT WRK-CTF-DATA FROM DATE YYYYMMDD.
           MOVE WRK-FRETE   TO WRK-CTF-FRETE-TABELA.
           PERFORM 9576-APLICAR-CONTRATO-FRETE.
           IF CONTRATO-FRETE-ACHADO
               MOVE WRK-CTF-FRETE TO WRK-FRETE
               MOVE WRK-CTF-FRETE-TABELA TO WRK-FRETE-BASE-ED
               DISPLAY 'CONTRATO DE FRETE ' WRK-CTF-CONTRATO
                   ' (REGRA ' WRK-CTF-REGRA ') - TABELA '
                   WRK-FRETE-BASE-ED
           ELSE
               MOVE ZEROS TO WRK-CTF-FRETE-TABELA
           END-IF.

       0225-CALCULAR-ADICIONAIS.
      * Adicionais em parcelas proprias, destacadas na cotacao e
      * gravadas no pedido - o cliente deixa de receber um numero
               PERFORM 9750-GRAVAR-SUSPENSE
           ELSE
               MOVE CLI-PRAZO-DIAS TO WRK-PRAZO-DIAS
               EVALUATE TRUE
      * Devolucao sem cobranca do cliente nao gera titulo, entao nao
      * passa pela checagem de credito.
                   WHEN PEDIDO-DEVOLUCAO
                    AND NOT DEVOLUCAO-COBRA-CLIENTE
                       SET CLIENTE-APROVADO TO TRUE
      * Bloqueio da regua de cobranca (PROGCOB113) vale ate o saldo
      * vencido ser pago, independente do limite disponivel.
                   WHEN CLI-CREDITO-BLOQUEADO
                       DISPLAY 'CLIENTE COM CREDITO BLOQUEADO POR '
                           'ATRASO: ' WRK-CLIENTE
                       MOVE 'PROGCOB05'   TO WRK-SUS-PROGRAMA
                       MOVE 'PED-CLIENTE' TO WRK-SUS-CAMPO
                       MOVE WRK-CLIENTE   TO WRK-SUS-VALOR
                       MOVE 'CREDITO BLOQUEADO PELA COBRANCA'
                           TO WRK-SUS-MOTIVO
                       PERFORM 9750-GRAVAR-SUSPENSE
                   WHEN OTHER
                       PERFORM 0240-CHECAR-CREDITO
               END-EVALUATE
           END-IF.

       0240-CHECAR-CREDITO.
                AND (WRK-TPD-STATUS(WRK-TPD-LOOP) = 'Q'
                 OR WRK-TPD-STATUS(WRK-TPD-LOOP) = 'C'
                 OR WRK-TPD-STATUS(WRK-TPD-LOOP) = 'E')
                AND WRK-TPD-COB-DEVOL(WRK-TPD-LOOP) NOT = 'G'
                AND WRK-TPD-COB-DEVOL(WRK-TPD-LOOP) NOT = 'T'
                   ADD WRK-TPD-VALOR(WRK-TPD-LOOP) TO WRK-EXPOSICAO
                   ADD WRK-TPD-FRETE(WRK-TPD-LOOP) TO WRK-EXPOSICAO
               END-IF
           END-PERFORM.
      * Na devolucao a mercadoria e do proprio cliente - so o frete
      * cobrado dele pesa na exposicao.
           IF NOT PEDIDO-DEVOLUCAO
               ADD WRK-VALOR TO WRK-EXPOSICAO
           END-IF.
           ADD WRK-FRETE TO WRK-EXPOSICAO.
           IF WRK-EXPOSICAO > CLI-LIMITE-CREDITO
               MOVE WRK-EXPOSICAO TO WRK-EXPOSICAO-ED
               MOVE WRK-CLIENTE   TO WRK-SUS-VALOR
               MOVE 'LIMITE DE CREDITO EXCEDIDO' TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               MOVE 'FRETE'     TO WRK-ALR-MODULO
               MOVE 1011        TO WRK-ALR-MSG-CODIGO
               MOVE WRK-CLIENTE TO WRK-ALR-CHAVE-NEGOCIO
               STRING 'EXPOSICAO ' DELIMITED BY SIZE
                      WRK-EXPOSICAO-ED DELIMITED BY SIZE
                      INTO WRK-ALR-DETALHE
               END-STRING
               PERFORM 9690-GRAVAR-ALERTA
           ELSE
               SET CLIENTE-APROVADO TO TRUE
           END-IF.

       0255-CAPTAR-PEDIDO.
           DISPLAY 'PRODUTO:'.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'VALOR:'.
           ACCEPT WRK-VALOR.
           DISPLAY 'UF:'.
           ACCEPT WRK-UF.
           DISPLAY 'CEP DE DESTINO (8 DIGITOS, ZEROS = SEM CEP):'.
           ACCEPT WRK-CEP-DESTINO.
           DISPLAY 'PESO (KG):'.
           ACCEPT WRK-PESO.
           DISPLAY 'LARGURA (M):'.
           ACCEPT WRK-LARGURA.
           DISPLAY 'COMPRIMENTO (M):'.
           ACCEPT WRK-COMPRIMENTO.
           DISPLAY 'ALTURA (M):'.
           ACCEPT WRK-ALTURA.
           DISPLAY 'CLIENTE:'.
           ACCEPT WRK-CLIENTE.

       0262-PREPARAR-DEVOLUCAO.
      * Rota inversa: a UF e o CEP de entrega do original viram o
      * ponto de coleta e a tarifa continua resolvida por eles.
           DISPLAY 'PEDIDO ORIGINAL:'.
           ACCEPT WRK-DEV-ORIGEM.
           MOVE SPACES TO WRK-DEV-MOTIVO.
           MOVE ZEROS  TO WRK-DEV-POS.
           PERFORM 0680-CARREGAR-PEDIDOS.
           PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                   UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
                      OR WRK-DEV-POS > ZEROS
               IF WRK-TPD-NUMERO(WRK-TPD-LOOP) = WRK-DEV-ORIGEM
                   MOVE WRK-TPD-LOOP TO WRK-DEV-POS
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-DEV-POS = ZEROS
                   MOVE 'PEDIDO ORIGINAL NAO ENCONTRADO'
                       TO WRK-DEV-MOTIVO
               WHEN WRK-TPD-TIPO(WRK-DEV-POS) = 'D'
                   MOVE 'PEDIDO ORIGINAL JA E UMA DEVOLUCAO'
                       TO WRK-DEV-MOTIVO
               WHEN WRK-TPD-STATUS(WRK-DEV-POS) NOT = 'E'
                AND WRK-TPD-STATUS(WRK-DEV-POS) NOT = 'T'
                   MOVE 'PEDIDO ORIGINAL NAO EMBARCADO/ENTREGUE'
                       TO WRK-DEV-MOTIVO
               WHEN WRK-TPD-DEVOLUCAO(WRK-DEV-POS) > ZEROS
                   MOVE 'PEDIDO ORIGINAL JA TEM DEVOLUCAO'
                       TO WRK-DEV-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-DEV-MOTIVO NOT = SPACES
               SET DEVOLUCAO-RECUSADA TO TRUE
               DISPLAY 'DEVOLUCAO RECUSADA: ' WRK-DEV-MOTIVO
               MOVE 'PROGCOB05'         TO WRK-SUS-PROGRAMA
               MOVE 'PED-PEDIDO-ORIGEM' TO WRK-SUS-CAMPO
               MOVE WRK-DEV-ORIGEM      TO WRK-SUS-VALOR
               MOVE WRK-DEV-MOTIVO      TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
           ELSE
               MOVE WRK-TPD-PRODUTO(WRK-DEV-POS)     TO WRK-PRODUTO
               MOVE WRK-TPD-UF(WRK-DEV-POS)          TO WRK-UF
               MOVE WRK-TPD-CEP-DESTINO(WRK-DEV-POS)
                   TO WRK-CEP-DESTINO
               MOVE WRK-TPD-CLIENTE(WRK-DEV-POS)     TO WRK-CLIENTE
               MOVE WRK-TPD-TRANSP(WRK-DEV-POS)
                   TO WRK-DEV-TRANSP-ORIG
               DISPLAY 'DEVOLUCAO DO PEDIDO ' WRK-DEV-ORIGEM
                   ' - CLIENTE ' WRK-CLIENTE ' COLETA EM ' WRK-UF
               DISPLAY 'VALOR DECLARADO (ZEROS = DO ORIGINAL):'
               ACCEPT WRK-VALOR
               IF WRK-VALOR = ZEROS
                   MOVE WRK-TPD-VALOR(WRK-DEV-POS) TO WRK-VALOR
               END-IF
               MOVE WRK-VALOR TO WRK-DEV-VALOR-DECL
               DISPLAY 'PESO (KG) (ZEROS = DO ORIGINAL):'
               ACCEPT WRK-PESO
               IF WRK-PESO = ZEROS
                   MOVE WRK-TPD-PESO(WRK-DEV-POS) TO WRK-PESO
               END-IF
               DISPLAY 'LARGURA (M):'
               ACCEPT WRK-LARGURA
               DISPLAY 'COMPRIMENTO (M):'
               ACCEPT WRK-COMPRIMENTO
               DISPLAY 'ALTURA (M):'
               ACCEPT WRK-ALTURA
               PERFORM 0265-DEFINIR-COBRANCA-DEVOL
           END-IF.

       0265-DEFINIR-COBRANCA-DEVOL.
      * Regra T so vale com sinistro registrado para o original; sem
      * sinistro o frete da devolucao e do cliente.
           MOVE WRK-DEV-REGRA TO WRK-DEV-COBRANCA.
           IF WRK-DEV-REGRA = 'T'
               PERFORM 0268-PROCURAR-SINISTRO
               IF NOT ORIGINAL-COM-SINISTRO
                   MOVE 'C' TO WRK-DEV-COBRANCA
               END-IF
           END-IF.
           EVALUATE WRK-DEV-COBRANCA
               WHEN 'G'
                   DISPLAY 'FRETE DA DEVOLUCAO: GRATIS'
               WHEN 'T'
                   DISPLAY 'FRETE DA DEVOLUCAO: POR CONTA DA '
                       'TRANSPORTADORA ' WRK-DEV-TRANSP-ORIG
               WHEN OTHER
                   DISPLAY 'FRETE DA DEVOLUCAO: COBRADO DO CLIENTE'
           END-EVALUATE.

       0268-PROCURAR-SINISTRO.
           MOVE 'N' TO WRK-DEV-SINISTRO.
           MOVE 'N' TO WRK-EOF-OCORRENCIAS.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF WRK-FS-OCORRENCIAS = '00'
               MOVE WRK-DEV-ORIGEM TO OCO-PEDIDO
               MOVE ZEROS          TO OCO-SEQ
               START ARQ-OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
                   INVALID KEY
                       SET FIM-OCORRENCIAS TO TRUE
               END-START
               PERFORM UNTIL FIM-OCORRENCIAS OR ORIGINAL-COM-SINISTRO
                   READ ARQ-OCORRENCIAS NEXT RECORD
                       AT END
                           SET FIM-OCORRENCIAS TO TRUE
                       NOT AT END
                           IF OCO-PEDIDO NOT = WRK-DEV-ORIGEM
                               SET FIM-OCORRENCIAS TO TRUE
                           ELSE
                               SET ORIGINAL-COM-SINISTRO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OCORRENCIAS
           END-IF.

       0270-VINCULAR-ORIGINAL.
      * O original passa a apontar a devolucao - a consulta do
      * PROGCOB033 mostra dali a situacao do retorno.
           PERFORM 0680-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-DEV-POS.
           PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                   UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
                      OR WRK-DEV-POS > ZEROS
               IF WRK-TPD-NUMERO(WRK-TPD-LOOP) = WRK-DEV-ORIGEM
                   MOVE WRK-TPD-LOOP TO WRK-DEV-POS
               END-IF
           END-PERFORM.
           IF WRK-DEV-POS > ZEROS
               MOVE WRK-PED-NUMERO TO WRK-TPD-DEVOLUCAO(WRK-DEV-POS)
               PERFORM 0690-REGRAVAR-PEDIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB05'      TO WRK-AUD-PROGRAMA
               MOVE 'PED-DEVOLUCAO'  TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-DEV-ORIGEM   TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-PED-NUMERO   TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0220-APLICAR-ADICIONAL-PESO.
      * Faixas de peso aplicam um adicional percentual sobre o frete ja
      * calculado pela tarifa da UF; cargas ate 5KG nao pagam adicional.
            MOVE WRK-FRETE-ED TO WRK-AUD-VALOR-SAIDA.
            PERFORM 9800-GRAVAR-AUDITORIA.
            PERFORM 0380-GRAVAR-PEDIDO.
            DISPLAY 'ENTREGA PROMETIDA PARA: ' PED-DATA-PROMETIDA.
            IF GERAR-CSV
                PERFORM 0395-GRAVAR-CSV-FRETE
            END-IF.
            IF PEDIDO-DEVOLUCAO AND NOT DEVOLUCAO-COBRA-CLIENTE
                DISPLAY 'DEVOLUCAO SEM COBRANCA DO CLIENTE (REGRA '
                    WRK-DEV-COBRANCA ') - SEM RECEITA NO RAZAO'
            ELSE
                PERFORM 0392-POSTAR-RECEITA-FRETE
            END-IF.

       0392-POSTAR-RECEITA-FRETE.
      * Partidas dobradas: clientes a receber contra a receita de
      * frete base e contra cada adicional em conta propria, para o
      * razao abrir a receita como a cotacao abre para o cliente.
            MOVE 'PROGCOB05'      TO WRK-RAZ-PROGRAMA.
            SET DOC-PEDIDO-FRETE  TO TRUE.
            MOVE WRK-PED-NUMERO TO WRK-RAZ-DOC-NUMERO.
            MOVE '112000'         TO WRK-RAZ-CONTA-DEB.
            MOVE '412000'         TO WRK-RAZ-CONTA-CRE.
            MOVE 'FRETE FATURADO' TO WRK-RAZ-DESCRICAO.
           COPY 'calpp.cpy'.
           COPY 'clipp.cpy'.
           COPY 'carpp.cpy'.
           COPY 'ctfpp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'alrpp.cpy'.

       END PROGRAM PROGCOB05.
