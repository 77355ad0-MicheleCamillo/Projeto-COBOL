      *          de pedidos confirmados a um veiculo com recusa de
      *          atribuicao que estoure a capacidade (pelo maior entre
      *          peso real e cubado) e romaneio impresso por veiculo
      *          com o nome do motorista para a doca trabalhar;
      *          agendamento de coletas no cliente (endereco, janela,
      *          peso e volume estimados), atribuicao da coleta a um
      *          veiculo com a mesma checagem de capacidade, roteiro
      *          diario de coletas por motorista e confirmacao da
      *          coleta realizada. Veiculo com servico vencido no
      *          diario de bordo (PROGCOB115) nao recebe carga nem
      *          coleta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'audsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'veisel.cpy'.
            COPY 'colsel.cpy'.
            COPY 'vevsel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'alrsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'veifd.cpy'.
           COPY 'colfd.cpy'.
           COPY 'vevfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'alrfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
       77 WRK-PESO-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CUBADO-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

      * Coletas no cliente - campos digitados no agendamento e a
      * tabela do dia para o roteiro por motorista, em ordem de
      * janela de horario.
       77 WRK-FATOR-CUBAGEM    PIC 9(04)    VALUE 300.
       77 WRK-COL-ENDERECO     PIC X(40)    VALUE SPACES.
       77 WRK-COL-DATA         PIC 9(08)    VALUE ZEROS.
       77 WRK-COL-HORA-INICIO  PIC 9(04)    VALUE ZEROS.
       77 WRK-COL-HORA-FIM     PIC 9(04)    VALUE ZEROS.
       77 WRK-COL-PESO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COL-VOLUME       PIC 9(04)V999 VALUE ZEROS.
       77 WRK-COL-ACHADA       PIC X(01)    VALUE 'N'.
           88 COLETA-ACHADA    VALUE 'S'.
       77 WRK-COL-MOTIVO       PIC X(40)    VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08)    VALUE ZEROS.
       77 WRK-QTD-MOTORISTA    PIC 9(03)    VALUE ZEROS.
       77 WRK-QTD-SEM-VEICULO  PIC 9(03)    VALUE ZEROS.
       01 WRK-TAB-COLETAS.
           02 WRK-TCO-ENTRADA OCCURS 200 TIMES.
               03 WRK-TCO-PEDIDO       PIC 9(06).
               03 WRK-TCO-ENDERECO     PIC X(40).
               03 WRK-TCO-HORA-INICIO  PIC 9(04).
               03 WRK-TCO-HORA-FIM     PIC 9(04).
               03 WRK-TCO-PESO         PIC 9(06)V99.
               03 WRK-TCO-VEICULO      PIC X(07).
       01 WRK-TCO-TROCA            PIC X(69).
       77 WRK-TCO-QTD          PIC 9(03)    VALUE ZEROS.
       77 WRK-TCO-LOOP         PIC 9(03)    VALUE ZEROS.
       77 WRK-TCO-LOOP2        PIC 9(03)    VALUE ZEROS.
       77 WRK-TCO-ESTOURO      PIC X(01)    VALUE 'N'.
           88 TABELA-COL-ESTOUROU VALUE 'S'.

           COPY 'audws.cpy'.
           COPY 'pdtws.cpy'.
           COPY 'veiws.cpy'.
           COPY 'colws.cpy'.
           COPY 'vevws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'alrws.cpy'.
      * Fator de cubagem (KG por M3) - o mesmo do calculo de frete
      * (PROGCOB05), para o volume estimado da coleta.
       01  REG-CFG-CUBAGEM.
           05 CFG-FATOR-CUBAGEM PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB070' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM 0180-LER-CFG-CUBAGEM.
           PERFORM UNTIL SAIR-VEICULOS
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           DISPLAY '2 - ATRIBUIR PEDIDO A VEICULO'.
           DISPLAY '3 - ROMANEIO POR VEICULO'.
           DISPLAY '4 - LISTAR VEICULOS'.
           DISPLAY '5 - AGENDAR COLETA NO CLIENTE'.
           DISPLAY '6 - ATRIBUIR COLETA A VEICULO'.
           DISPLAY '7 - ROTEIRO DIARIO DE COLETAS'.
           DISPLAY '8 - CONFIRMAR COLETA REALIZADA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.
                   PERFORM 0600-ROMANEIO
               WHEN 4
                   PERFORM 0700-LISTAR-VEICULOS
               WHEN 5
                   PERFORM 0800-AGENDAR-COLETA
               WHEN 6
                   PERFORM 0820-ATRIBUIR-COLETA
               WHEN 7
                   PERFORM 0860-ROTEIRO-COLETAS
               WHEN 8
                   PERFORM 0880-CONFIRMAR-COLETA
               WHEN ZERO
                   SET SAIR-VEICULOS TO TRUE
               WHEN OTHER
           IF NOT VEICULO-ACHADO
               DISPLAY 'VEICULO NAO CADASTRADO OU INATIVO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
           IF SERVICO-VENCIDO
               PERFORM 0430-RECUSAR-SERVICO-VENCIDO
           ELSE
               PERFORM 0680-CARREGAR-PEDIDOS
               IF TABELA-PED-ESTOUROU
               ELSE
                   PERFORM 0450-VALIDAR-E-ATRIBUIR
               END-IF
           END-IF
           END-IF.

       0420-LER-VEICULO.
               END-READ
               CLOSE ARQ-VEICULOS
           END-IF.
      * Servico vencido no diario de bordo (data ou KM) bloqueia o
      * veiculo para carga e coleta.
           MOVE 'N' TO WRK-VEV-VENCIDO.
           IF VEICULO-ACHADO
               MOVE WRK-VEI-PLACA TO WRK-VEV-PLACA
               ACCEPT WRK-VEV-DATA FROM DATE YYYYMMDD
               PERFORM 9635-VERIFICAR-SERVICO-VEICULO
           END-IF.

       0430-RECUSAR-SERVICO-VENCIDO.
           DISPLAY 'VEICULO COM SERVICO VENCIDO (' WRK-VEV-SERVICO
               ') - VENCIMENTO ' WRK-VEV-PROX-DATA ' / KM '
               WRK-VEV-PROX-KM ' - HODOMETRO ' WRK-VEV-ODOMETRO.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0450-VALIDAR-E-ATRIBUIR.
      * Localiza o pedido, apura a ocupacao atual do veiculo (peso e
               DISPLAY 'CAPACIDADE EXCEDIDA - OCUPACAO ATUAL: '
                   WRK-PESO-ED ' KG / ' WRK-CUBADO-ED ' KG CUBADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
               PERFORM 0890-ALERTAR-CAPACIDADE
           ELSE
               MOVE WRK-VEI-PLACA
                   TO WRK-TPD-VEICULO(WRK-PED-ACHADO)
               CLOSE ARQ-VEICULOS
           END-IF.

       0180-LER-CFG-CUBAGEM.
           MOVE 'FATORCUB' TO WRK-PRM-CODIGO.
           MOVE SPACES     TO WRK-PRM-ARGUMENTO.
           MOVE ZEROS      TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-CUBAGEM
               IF CFG-FATOR-CUBAGEM IS NUMERIC
                AND CFG-FATOR-CUBAGEM > ZEROS
                   MOVE CFG-FATOR-CUBAGEM TO WRK-FATOR-CUBAGEM
               END-IF
           END-IF.

       0800-AGENDAR-COLETA.
      * Coleta so para pedido ainda cotado - o pedido e confirmado
      * depois que a carga chega (PROGCOB033). Reagendar uma coleta
      * ainda nao realizada desfaz a atribuicao do veiculo.
           DISPLAY 'NUMERO DO PEDIDO:'.
           ACCEPT WRK-PED-PROCURADO.
           PERFORM 0680-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                   UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
               IF WRK-TPD-NUMERO(WRK-TPD-LOOP) = WRK-PED-PROCURADO
                   MOVE WRK-TPD-LOOP TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-PED-ACHADO = ZEROS
               DISPLAY 'PEDIDO NAO ENCONTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
           IF WRK-TPD-STATUS(WRK-PED-ACHADO) NOT = 'Q'
               DISPLAY 'SO PEDIDO COTADO RECEBE COLETA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               DISPLAY 'ENDERECO DA COLETA:'
               ACCEPT WRK-COL-ENDERECO
               DISPLAY 'DATA DA COLETA (AAAAMMDD):'
               ACCEPT WRK-COL-DATA
               DISPLAY 'JANELA - HORA INICIAL (HHMM):'
               ACCEPT WRK-COL-HORA-INICIO
               DISPLAY 'JANELA - HORA FINAL (HHMM):'
               ACCEPT WRK-COL-HORA-FIM
               DISPLAY 'PESO ESTIMADO (KG):'
               ACCEPT WRK-COL-PESO
               DISPLAY 'VOLUME ESTIMADO (M3):'
               ACCEPT WRK-COL-VOLUME
               PERFORM 0810-GRAVAR-COLETA
           END-IF
           END-IF.

       0810-GRAVAR-COLETA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-COL-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-COL-ENDERECO = SPACES
                   MOVE 'ENDERECO DA COLETA E OBRIGATORIO'
                       TO WRK-COL-MOTIVO
               WHEN WRK-COL-DATA < WRK-DATA-HOJE
                   MOVE 'DATA DA COLETA JA PASSOU' TO WRK-COL-MOTIVO
               WHEN WRK-COL-HORA-FIM > 2359
                OR WRK-COL-HORA-INICIO NOT < WRK-COL-HORA-FIM
                   MOVE 'JANELA DE HORARIO INVALIDA' TO WRK-COL-MOTIVO
               WHEN WRK-COL-PESO = ZEROS
                   MOVE 'PESO ESTIMADO E OBRIGATORIO' TO WRK-COL-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-COL-MOTIVO NOT = SPACES
               DISPLAY WRK-COL-MOTIVO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN I-O ARQ-COLETAS
               IF WRK-FS-COLETAS = '35'
                   OPEN OUTPUT ARQ-COLETAS
                   CLOSE ARQ-COLETAS
                   OPEN I-O ARQ-COLETAS
               END-IF
               MOVE WRK-PED-PROCURADO TO COL-PEDIDO
               READ ARQ-COLETAS
                   INVALID KEY
                       MOVE 'N' TO WRK-COL-ACHADA
                   NOT INVALID KEY
                       SET COLETA-ACHADA TO TRUE
               END-READ
               IF COLETA-ACHADA AND COL-SITUACAO NOT = 'A'
                   DISPLAY 'COLETA DO PEDIDO JA REALIZADA OU CANCELADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   MOVE WRK-PED-PROCURADO   TO COL-PEDIDO
                   MOVE WRK-COL-ENDERECO    TO COL-ENDERECO
                   MOVE WRK-COL-DATA        TO COL-DATA
                   MOVE WRK-COL-HORA-INICIO TO COL-HORA-INICIO
                   MOVE WRK-COL-HORA-FIM    TO COL-HORA-FIM
                   MOVE WRK-COL-PESO        TO COL-PESO-ESTIMADO
                   MOVE WRK-COL-VOLUME      TO COL-VOLUME
                   COMPUTE COL-PESO-CUBADO ROUNDED =
                       WRK-COL-VOLUME * WRK-FATOR-CUBAGEM
                   MOVE SPACES              TO COL-VEICULO
                   MOVE 'A'                 TO COL-SITUACAO
                   MOVE ZEROS               TO COL-PESO-COLETADO
                                               COL-DATA-REALIZADA
                   IF COLETA-ACHADA
                       REWRITE REG-COLETA
                       DISPLAY 'COLETA REAGENDADA - ATRIBUIR VEICULO '
                           'NOVAMENTE'
                   ELSE
                       WRITE REG-COLETA
                       DISPLAY 'COLETA AGENDADA'
                   END-IF
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   MOVE SPACES  TO WRK-VEI-PLACA
                   MOVE 'COLETA' TO WRK-AUD-CAMPO-CHAVE
                   PERFORM 0900-GRAVAR-AUDITORIA-VEI
               END-IF
               CLOSE ARQ-COLETAS
           END-IF.

       0820-ATRIBUIR-COLETA.
           DISPLAY 'NUMERO DO PEDIDO:'.
           ACCEPT WRK-PED-PROCURADO.
           DISPLAY 'PLACA DO VEICULO:'.
           ACCEPT WRK-VEI-PLACA.
           PERFORM 0420-LER-VEICULO.
           PERFORM 0830-LER-COLETA.
           EVALUATE TRUE
               WHEN NOT VEICULO-ACHADO
                   DISPLAY 'VEICULO NAO CADASTRADO OU INATIVO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN SERVICO-VENCIDO
                   PERFORM 0430-RECUSAR-SERVICO-VENCIDO
               WHEN NOT COLETA-ACHADA
                   DISPLAY 'PEDIDO SEM COLETA AGENDADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN COL-SITUACAO NOT = 'A'
                   DISPLAY 'COLETA JA REALIZADA OU CANCELADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN COL-VEICULO NOT = SPACES
                   DISPLAY 'COLETA JA ATRIBUIDA AO VEICULO '
                       COL-VEICULO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0680-CARREGAR-PEDIDOS
                   IF TABELA-PED-ESTOUROU
                       DISPLAY 'ATRIBUICAO RECUSADA ATE PEDIDOS.DAT '
                           'CABER NA TABELA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   ELSE
                       PERFORM 0840-CHECAR-CAPACIDADE-COLETA
                   END-IF
           END-EVALUATE.

       0830-LER-COLETA.
           MOVE 'N' TO WRK-COL-ACHADA.
           OPEN INPUT ARQ-COLETAS.
           IF WRK-FS-COLETAS = '00'
               MOVE WRK-PED-PROCURADO TO COL-PEDIDO
               READ ARQ-COLETAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COLETA-ACHADA TO TRUE
               END-READ
               CLOSE ARQ-COLETAS
           END-IF.

       0840-CHECAR-CAPACIDADE-COLETA.
      * Mesma conta do romaneio: ocupacao do veiculo pelos pedidos
      * atribuidos e nao entregues mais as coletas ja atribuidas a
      * ele no mesmo dia, e a coleta nova pelo peso e cubado
      * estimados.
           MOVE COL-DATA          TO WRK-COL-DATA.
           MOVE COL-PESO-ESTIMADO TO WRK-PESO-PEDIDO.
           MOVE COL-PESO-CUBADO   TO WRK-CUBADO-PEDIDO.
           MOVE ZEROS TO WRK-OCUP-PESO WRK-OCUP-CUBADO.
           PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                   UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
               IF WRK-TPD-VEICULO(WRK-TPD-LOOP) = WRK-VEI-PLACA
                   AND WRK-TPD-STATUS(WRK-TPD-LOOP) NOT = 'T'
                   AND WRK-TPD-STATUS(WRK-TPD-LOOP) NOT = 'X'
                   ADD WRK-TPD-PESO(WRK-TPD-LOOP) TO WRK-OCUP-PESO
                   ADD WRK-TPD-PESO-CUBADO(WRK-TPD-LOOP)
                       TO WRK-OCUP-CUBADO
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-EOF-COLETAS.
           OPEN I-O ARQ-COLETAS.
           MOVE ZEROS TO COL-PEDIDO.
           START ARQ-COLETAS KEY IS NOT LESS THAN COL-PEDIDO
               INVALID KEY
                   SET FIM-COLETAS TO TRUE
           END-START.
           PERFORM UNTIL FIM-COLETAS
               READ ARQ-COLETAS NEXT RECORD
                   AT END
                       SET FIM-COLETAS TO TRUE
                   NOT AT END
                       IF COL-VEICULO = WRK-VEI-PLACA
                          AND COL-DATA = WRK-COL-DATA
                          AND COL-SITUACAO = 'A'
                           ADD COL-PESO-ESTIMADO TO WRK-OCUP-PESO
                           ADD COL-PESO-CUBADO   TO WRK-OCUP-CUBADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-OCUP-PESO + WRK-PESO-PEDIDO > VEI-CAP-PESO
               OR (VEI-CAP-CUBADO > ZEROS
                   AND WRK-OCUP-CUBADO + WRK-CUBADO-PEDIDO
                       > VEI-CAP-CUBADO)
               MOVE WRK-OCUP-PESO   TO WRK-PESO-ED
               MOVE WRK-OCUP-CUBADO TO WRK-CUBADO-ED
               DISPLAY 'CAPACIDADE EXCEDIDA - OCUPACAO ATUAL: '
                   WRK-PESO-ED ' KG / ' WRK-CUBADO-ED ' KG CUBADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
               PERFORM 0890-ALERTAR-CAPACIDADE
           ELSE
               MOVE WRK-PED-PROCURADO TO COL-PEDIDO
               READ ARQ-COLETAS
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WRK-VEI-PLACA TO COL-VEICULO
               REWRITE REG-COLETA
               DISPLAY 'COLETA ATRIBUIDA AO VEICULO ' WRK-VEI-PLACA
               ADD 1 TO WRK-RUN-QTD-LIDOS
               MOVE 'ATRIBUICAO-COLETA' TO WRK-AUD-CAMPO-CHAVE
               PERFORM 0900-GRAVAR-AUDITORIA-VEI
           END-IF.
           CLOSE ARQ-COLETAS.

       0860-ROTEIRO-COLETAS.
      * Uma folha por motorista com as coletas atribuidas no dia em
      * ordem de janela; as sem veiculo saem no fim para a
      * programacao resolver.
           DISPLAY 'DATA DAS COLETAS (AAAAMMDD, ZEROS = HOJE):'.
           ACCEPT WRK-COL-DATA.
           IF WRK-COL-DATA = ZEROS
               ACCEPT WRK-COL-DATA FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0865-CARREGAR-COLETAS-DIA.
           IF TABELA-COL-ESTOUROU
               DISPLAY 'ROTEIRO INCOMPLETO - MAIS DE 200 COLETAS NO '
                   'DIA'
           END-IF.
           MOVE 'PROGCOB070' TO WRK-REP-PROGRAMA.
           MOVE 'ROTEIRO DIARIO DE COLETAS' TO WRK-REP-TITULO.
           MOVE 'N' TO WRK-EOF-VEICULOS.
           OPEN INPUT ARQ-VEICULOS.
           IF WRK-FS-VEICULOS = '00'
               PERFORM UNTIL FIM-VEICULOS
                   READ ARQ-VEICULOS NEXT RECORD
                       AT END
                           SET FIM-VEICULOS TO TRUE
                       NOT AT END
                           PERFORM 0870-IMPRIMIR-ROTEIRO-VEICULO
                   END-READ
               END-PERFORM
               CLOSE ARQ-VEICULOS
           END-IF.
           MOVE ZEROS TO WRK-QTD-SEM-VEICULO.
           PERFORM VARYING WRK-TCO-LOOP FROM 1 BY 1
                   UNTIL WRK-TCO-LOOP > WRK-TCO-QTD
               IF WRK-TCO-VEICULO(WRK-TCO-LOOP) = SPACES
                   IF WRK-QTD-SEM-VEICULO = ZEROS
                       DISPLAY ' '
                       DISPLAY 'COLETAS SEM VEICULO ATRIBUIDO:'
                   END-IF
                   ADD 1 TO WRK-QTD-SEM-VEICULO
                   DISPLAY WRK-TCO-PEDIDO(WRK-TCO-LOOP) ' '
                       WRK-TCO-HORA-INICIO(WRK-TCO-LOOP) '-'
                       WRK-TCO-HORA-FIM(WRK-TCO-LOOP) ' '
                       WRK-TCO-ENDERECO(WRK-TCO-LOOP)
               END-IF
           END-PERFORM.

       0865-CARREGAR-COLETAS-DIA.
           MOVE ZEROS TO WRK-TCO-QTD.
           MOVE 'N'   TO WRK-TCO-ESTOURO WRK-EOF-COLETAS.
           OPEN INPUT ARQ-COLETAS.
           IF WRK-FS-COLETAS = '00'
               PERFORM UNTIL FIM-COLETAS
                   READ ARQ-COLETAS NEXT RECORD
                       AT END
                           SET FIM-COLETAS TO TRUE
                       NOT AT END
                           IF COL-DATA = WRK-COL-DATA
                              AND COL-SITUACAO = 'A'
                               IF WRK-TCO-QTD < 200
                                   ADD 1 TO WRK-TCO-QTD
                                   MOVE COL-PEDIDO
                                       TO WRK-TCO-PEDIDO(WRK-TCO-QTD)
                                   MOVE COL-ENDERECO
                                       TO WRK-TCO-ENDERECO(WRK-TCO-QTD)
                                   MOVE COL-HORA-INICIO
                                       TO WRK-TCO-HORA-INICIO
                                          (WRK-TCO-QTD)
                                   MOVE COL-HORA-FIM
                                       TO WRK-TCO-HORA-FIM(WRK-TCO-QTD)
                                   MOVE COL-PESO-ESTIMADO
                                       TO WRK-TCO-PESO(WRK-TCO-QTD)
                                   MOVE COL-VEICULO
                                       TO WRK-TCO-VEICULO(WRK-TCO-QTD)
                               ELSE
                                   SET TABELA-COL-ESTOUROU TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-COLETAS
           END-IF.
      * Ordena pela hora inicial da janela.
           PERFORM VARYING WRK-TCO-LOOP FROM 1 BY 1
                   UNTIL WRK-TCO-LOOP NOT < WRK-TCO-QTD
               PERFORM VARYING WRK-TCO-LOOP2 FROM WRK-TCO-LOOP BY 1
                       UNTIL WRK-TCO-LOOP2 > WRK-TCO-QTD
                   IF WRK-TCO-HORA-INICIO(WRK-TCO-LOOP2) <
                      WRK-TCO-HORA-INICIO(WRK-TCO-LOOP)
                       MOVE WRK-TCO-ENTRADA(WRK-TCO-LOOP)
                           TO WRK-TCO-TROCA
                       MOVE WRK-TCO-ENTRADA(WRK-TCO-LOOP2)
                           TO WRK-TCO-ENTRADA(WRK-TCO-LOOP)
                       MOVE WRK-TCO-TROCA
                           TO WRK-TCO-ENTRADA(WRK-TCO-LOOP2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0870-IMPRIMIR-ROTEIRO-VEICULO.
           MOVE ZEROS TO WRK-QTD-MOTORISTA WRK-OCUP-PESO.
           PERFORM VARYING WRK-TCO-LOOP FROM 1 BY 1
                   UNTIL WRK-TCO-LOOP > WRK-TCO-QTD
               IF WRK-TCO-VEICULO(WRK-TCO-LOOP) = VEI-PLACA
                   IF WRK-QTD-MOTORISTA = ZEROS
                       PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
                       DISPLAY 'DATA.....: ' WRK-COL-DATA
                       DISPLAY 'VEICULO..: ' VEI-PLACA
                       DISPLAY 'MOTORISTA: ' VEI-MOTORISTA
                       DISPLAY 'PEDIDO JANELA    PESO        ENDERECO'
                   END-IF
                   ADD 1 TO WRK-QTD-MOTORISTA WRK-RUN-QTD-LIDOS
                   ADD WRK-TCO-PESO(WRK-TCO-LOOP) TO WRK-OCUP-PESO
                   MOVE WRK-TCO-PESO(WRK-TCO-LOOP) TO WRK-PESO-ED
                   DISPLAY WRK-TCO-PEDIDO(WRK-TCO-LOOP) ' '
                       WRK-TCO-HORA-INICIO(WRK-TCO-LOOP) '-'
                       WRK-TCO-HORA-FIM(WRK-TCO-LOOP) ' '
                       WRK-PESO-ED ' '
                       WRK-TCO-ENDERECO(WRK-TCO-LOOP)
               END-IF
           END-PERFORM.
           IF WRK-QTD-MOTORISTA > ZEROS
               MOVE WRK-OCUP-PESO TO WRK-PESO-ED
               DISPLAY '-------------------------------------'
               DISPLAY 'COLETAS DO MOTORISTA: ' WRK-QTD-MOTORISTA
               DISPLAY 'PESO ESTIMADO TOTAL.: ' WRK-PESO-ED ' KG'
           END-IF.

       0880-CONFIRMAR-COLETA.
      * Carga coletada: a coleta fica realizada com o peso conferido
      * e o pedido passa a poder ser confirmado (PROGCOB033).
           DISPLAY 'NUMERO DO PEDIDO:'.
           ACCEPT WRK-PED-PROCURADO.
           OPEN I-O ARQ-COLETAS.
           IF WRK-FS-COLETAS NOT = '00'
               DISPLAY 'PEDIDO SEM COLETA AGENDADA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-PED-PROCURADO TO COL-PEDIDO
               READ ARQ-COLETAS
                   INVALID KEY
                       MOVE 'N' TO WRK-COL-ACHADA
                   NOT INVALID KEY
                       SET COLETA-ACHADA TO TRUE
               END-READ
               PERFORM 0885-REGISTRAR-COLETA
               CLOSE ARQ-COLETAS
           END-IF.

       0885-REGISTRAR-COLETA.
           EVALUATE TRUE
               WHEN NOT COLETA-ACHADA
                   DISPLAY 'PEDIDO SEM COLETA AGENDADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN COL-SITUACAO NOT = 'A'
                   DISPLAY 'COLETA JA REALIZADA OU CANCELADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN COL-VEICULO = SPACES
                   DISPLAY 'COLETA SEM VEICULO ATRIBUIDO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   DISPLAY 'PESO COLETADO (KG, ZEROS = ESTIMADO):'
                   ACCEPT WRK-COL-PESO
                   IF WRK-COL-PESO = ZEROS
                       MOVE COL-PESO-ESTIMADO TO WRK-COL-PESO
                   END-IF
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-COL-PESO  TO COL-PESO-COLETADO
                   MOVE WRK-DATA-HOJE TO COL-DATA-REALIZADA
                   MOVE 'R'           TO COL-SITUACAO
                   REWRITE REG-COLETA
                   DISPLAY 'COLETA REALIZADA - PEDIDO LIBERADO PARA '
                       'CONFIRMACAO'
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   MOVE COL-VEICULO TO WRK-VEI-PLACA
                   MOVE 'COLETA-REALIZADA' TO WRK-AUD-CAMPO-CHAVE
                   PERFORM 0900-GRAVAR-AUDITORIA-VEI
           END-EVALUATE.

       0890-ALERTAR-CAPACIDADE.
      * Carga recusada por capacidade vai para a caixa de alertas do
      * modulo FRETE com a ocupacao ja apurada do veiculo.
           MOVE 'FRETE'       TO WRK-ALR-MODULO.
           MOVE 1014          TO WRK-ALR-MSG-CODIGO.
           MOVE WRK-VEI-PLACA TO WRK-ALR-CHAVE-NEGOCIO.
           STRING 'OCUPACAO' DELIMITED BY SIZE
                  WRK-PESO-ED DELIMITED BY SIZE
                  ' KG ' DELIMITED BY SIZE
                  WRK-CUBADO-ED DELIMITED BY SIZE
                  ' CUB' DELIMITED BY SIZE
                  INTO WRK-ALR-DETALHE
           END-STRING.
           PERFORM 9690-GRAVAR-ALERTA.

       0900-GRAVAR-AUDITORIA-VEI.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB070'  TO WRK-AUD-PROGRAMA.

           COPY 'audpp.cpy'.
           COPY 'pdtpp.cpy'.
           COPY 'vevpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'alrpp.cpy'.

       END PROGRAM PROGCOB070.
