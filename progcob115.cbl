      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Diario de bordo dos veiculos - registra por placa os
      *          abastecimentos (litros, valor e hodometro) e as
      *          manutencoes (servico, custo e proximo vencimento por
      *          data e/ou KM) em VEIEVT.DAT; relatorio mensal de
      *          custo por KM e consumo por veiculo e alerta diario
      *          dos veiculos com servico vencido (a atribuicao de
      *          carga do PROGCOB070 recusa esses veiculos)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB115.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'veisel.cpy'.
            COPY 'vevsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'veifd.cpy'.
           COPY 'vevfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-DIARIO      VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Campos digitados do evento.
       77 WRK-EVT-PLACA        PIC X(07)    VALUE SPACES.
       77 WRK-EVT-DATA         PIC 9(08)    VALUE ZEROS.
       77 WRK-EVT-ODOMETRO     PIC 9(07)    VALUE ZEROS.
       77 WRK-EVT-LITROS       PIC 9(04)V99 VALUE ZEROS.
       77 WRK-EVT-VALOR        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EVT-SERVICO      PIC X(01)    VALUE SPACES.
           88 SERVICO-VALIDO   VALUE 'O' 'R' 'I' 'P' 'F' 'G'.
       77 WRK-EVT-DESCRICAO    PIC X(30)    VALUE SPACES.
       77 WRK-EVT-PROX-DATA    PIC 9(08)    VALUE ZEROS.
       77 WRK-EVT-PROX-KM      PIC 9(07)    VALUE ZEROS.
       77 WRK-EVT-MOTIVO       PIC X(40)    VALUE SPACES.
       77 WRK-VEI-ACHADO       PIC X(01)    VALUE 'N'.
           88 VEICULO-ACHADO   VALUE 'S'.

      * Relatorio mensal - KM rodados no mes = maior hodometro do mes
      * menos o ultimo anterior ao mes (sem historico anterior, o
      * menor do mes).
       77 WRK-COMPETENCIA      PIC 9(06)    VALUE ZEROS.
       77 WRK-MES-COMBUSTIVEL  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MES-MANUTENCAO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MES-LITROS       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MES-ODO-MAIOR    PIC 9(07)    VALUE ZEROS.
       77 WRK-MES-ODO-MENOR    PIC 9(07)    VALUE ZEROS.
       77 WRK-MES-ODO-ANTES    PIC 9(07)    VALUE ZEROS.
       77 WRK-MES-KM           PIC 9(07)    VALUE ZEROS.
       77 WRK-MES-CUSTO-KM     PIC 9(04)V9999 VALUE ZEROS.
       77 WRK-MES-KM-LITRO     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MES-QTD-EVENTOS  PIC 9(04)    VALUE ZEROS.
       77 WRK-TOT-CUSTO        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-KM           PIC 9(09)    VALUE ZEROS.
       77 WRK-TOT-LITROS       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-VENCIDOS     PIC 9(04)    VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LITROS-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-KM-ED            PIC Z.ZZZ.ZZ9  VALUE ZEROS.
       77 WRK-CUSTO-KM-ED      PIC ZZZ9,9999  VALUE ZEROS.
       77 WRK-KM-LITRO-ED      PIC ZZZ9,99    VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'veiws.cpy'.
           COPY 'vevws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB115' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-DIARIO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= DIARIO DE BORDO DOS VEICULOS ======='.
           DISPLAY '1 - REGISTRAR ABASTECIMENTO'.
           DISPLAY '2 - REGISTRAR MANUTENCAO'.
           DISPLAY '3 - RELATORIO MENSAL DE CUSTO POR KM'.
           DISPLAY '4 - ALERTA DE SERVICOS VENCIDOS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-REGISTRAR-ABASTECIMENTO
               WHEN 2
                   PERFORM 0400-REGISTRAR-MANUTENCAO
               WHEN 3
                   PERFORM 0500-RELATORIO-MENSAL
               WHEN 4
                   PERFORM 0600-ALERTA-SERVICOS
               WHEN ZERO
                   SET SAIR-DIARIO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-REGISTRAR-ABASTECIMENTO.
           PERFORM 0350-CAPTAR-EVENTO.
           DISPLAY 'LITROS:'.
           ACCEPT WRK-EVT-LITROS.
           DISPLAY 'VALOR DO ABASTECIMENTO:'.
           ACCEPT WRK-EVT-VALOR.
           PERFORM 0360-VALIDAR-EVENTO.
           IF WRK-EVT-MOTIVO = SPACES
            AND (WRK-EVT-LITROS = ZEROS OR WRK-EVT-VALOR = ZEROS)
               MOVE 'LITROS E VALOR SAO OBRIGATORIOS'
                   TO WRK-EVT-MOTIVO
           END-IF.
           IF WRK-EVT-MOTIVO NOT = SPACES
               DISPLAY WRK-EVT-MOTIVO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE 'A'    TO EVT-TIPO
               MOVE SPACES TO EVT-SERVICO EVT-DESCRICAO EVT-SITUACAO
               MOVE ZEROS  TO EVT-PROX-DATA EVT-PROX-KM
               PERFORM 0380-GRAVAR-EVENTO
               MOVE 'ABASTECIMENTO' TO WRK-AUD-CAMPO-CHAVE
               PERFORM 0900-GRAVAR-AUDITORIA-EVT
           END-IF.

       0350-CAPTAR-EVENTO.
           DISPLAY 'PLACA DO VEICULO:'.
           ACCEPT WRK-EVT-PLACA.
           DISPLAY 'DATA (AAAAMMDD, ZEROS = HOJE):'.
           ACCEPT WRK-EVT-DATA.
           IF WRK-EVT-DATA = ZEROS
               ACCEPT WRK-EVT-DATA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'HODOMETRO (KM):'.
           ACCEPT WRK-EVT-ODOMETRO.
           MOVE ZEROS  TO WRK-EVT-LITROS WRK-EVT-VALOR
                          WRK-EVT-PROX-DATA WRK-EVT-PROX-KM.
           MOVE SPACES TO WRK-EVT-SERVICO WRK-EVT-DESCRICAO.

       0360-VALIDAR-EVENTO.
      * O hodometro nao volta - evento abaixo do maior ja registrado
      * para a placa e recusado.
           MOVE SPACES TO WRK-EVT-MOTIVO.
           MOVE 'N' TO WRK-VEI-ACHADO.
           OPEN INPUT ARQ-VEICULOS.
           IF WRK-FS-VEICULOS = '00'
               MOVE WRK-EVT-PLACA TO VEI-PLACA
               READ ARQ-VEICULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET VEICULO-ACHADO TO TRUE
               END-READ
               CLOSE ARQ-VEICULOS
           END-IF.
           MOVE WRK-EVT-PLACA TO WRK-VEV-PLACA.
           MOVE WRK-EVT-DATA  TO WRK-VEV-DATA.
           PERFORM 9635-VERIFICAR-SERVICO-VEICULO.
           EVALUATE TRUE
               WHEN NOT VEICULO-ACHADO
                   MOVE 'VEICULO NAO CADASTRADO' TO WRK-EVT-MOTIVO
               WHEN WRK-EVT-ODOMETRO = ZEROS
                   MOVE 'HODOMETRO E OBRIGATORIO' TO WRK-EVT-MOTIVO
               WHEN WRK-EVT-ODOMETRO < WRK-VEV-ODOMETRO
                   MOVE WRK-VEV-ODOMETRO TO WRK-KM-ED
                   STRING 'HODOMETRO ABAIXO DO ATUAL ' WRK-KM-ED
                       DELIMITED BY SIZE INTO WRK-EVT-MOTIVO
               WHEN WRK-VEV-ULT-SEQ = 9999
                   MOVE 'DIARIO DA PLACA ESGOTADO' TO WRK-EVT-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0380-GRAVAR-EVENTO.
           MOVE WRK-EVT-PLACA    TO EVT-PLACA.
           COMPUTE EVT-SEQ = WRK-VEV-ULT-SEQ + 1.
           MOVE WRK-EVT-DATA     TO EVT-DATA.
           MOVE WRK-EVT-ODOMETRO TO EVT-ODOMETRO.
           MOVE WRK-EVT-LITROS   TO EVT-LITROS.
           MOVE WRK-EVT-VALOR    TO EVT-VALOR.
           OPEN I-O ARQ-EVENTOS-VEICULO.
           IF WRK-FS-EVENTOS-VEI = '35'
               OPEN OUTPUT ARQ-EVENTOS-VEICULO
               CLOSE ARQ-EVENTOS-VEICULO
               OPEN I-O ARQ-EVENTOS-VEICULO
           END-IF.
           WRITE REG-EVENTO-VEICULO
               INVALID KEY
                   DISPLAY 'EVENTO JA REGISTRADO: ' EVT-CHAVE
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               NOT INVALID KEY
                   DISPLAY 'EVENTO REGISTRADO: ' EVT-PLACA ' '
                       EVT-SEQ
                   ADD 1 TO WRK-RUN-QTD-LIDOS
           END-WRITE.
           CLOSE ARQ-EVENTOS-VEICULO.

       0400-REGISTRAR-MANUTENCAO.
           PERFORM 0350-CAPTAR-EVENTO.
           DISPLAY 'SERVICO (O-OLEO / R-REVISAO / I-INSPECAO / '
               'P-PNEUS / F-FREIOS / G-OUTROS):'.
           ACCEPT WRK-EVT-SERVICO.
           DISPLAY 'DESCRICAO:'.
           ACCEPT WRK-EVT-DESCRICAO.
           DISPLAY 'CUSTO DA MANUTENCAO:'.
           ACCEPT WRK-EVT-VALOR.
           DISPLAY 'PROXIMO VENCIMENTO - DATA (AAAAMMDD, ZEROS = '
               'SEM DATA):'.
           ACCEPT WRK-EVT-PROX-DATA.
           DISPLAY 'PROXIMO VENCIMENTO - KM (ZEROS = SEM KM):'.
           ACCEPT WRK-EVT-PROX-KM.
           PERFORM 0360-VALIDAR-EVENTO.
           IF WRK-EVT-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN NOT SERVICO-VALIDO
                       MOVE 'SERVICO DEVE SER O, R, I, P, F OU G'
                           TO WRK-EVT-MOTIVO
                   WHEN WRK-EVT-PROX-DATA > ZEROS
                    AND WRK-EVT-PROX-DATA NOT > WRK-EVT-DATA
                       MOVE 'PROXIMO VENCIMENTO DEVE SER POSTERIOR'
                           TO WRK-EVT-MOTIVO
                   WHEN WRK-EVT-PROX-KM > ZEROS
                    AND WRK-EVT-PROX-KM NOT > WRK-EVT-ODOMETRO
                       MOVE 'KM DO PROXIMO VENCIMENTO JA ALCANCADO'
                           TO WRK-EVT-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WRK-EVT-MOTIVO NOT = SPACES
               DISPLAY WRK-EVT-MOTIVO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0450-CUMPRIR-VENCIMENTOS
               MOVE 'M'               TO EVT-TIPO
               MOVE WRK-EVT-SERVICO   TO EVT-SERVICO
               MOVE WRK-EVT-DESCRICAO TO EVT-DESCRICAO
               MOVE WRK-EVT-PROX-DATA TO EVT-PROX-DATA
               MOVE WRK-EVT-PROX-KM   TO EVT-PROX-KM
               IF WRK-EVT-PROX-DATA > ZEROS OR WRK-EVT-PROX-KM > ZEROS
                   MOVE 'P' TO EVT-SITUACAO
               ELSE
                   MOVE SPACES TO EVT-SITUACAO
               END-IF
               PERFORM 0380-GRAVAR-EVENTO
               MOVE 'MANUTENCAO' TO WRK-AUD-CAMPO-CHAVE
               PERFORM 0900-GRAVAR-AUDITORIA-EVT
           END-IF.

       0450-CUMPRIR-VENCIMENTOS.
      * A manutencao feita cumpre os vencimentos pendentes do mesmo
      * servico na placa.
           MOVE 'N' TO WRK-EOF-EVENTOS-VEI.
           OPEN I-O ARQ-EVENTOS-VEICULO.
           IF WRK-FS-EVENTOS-VEI = '00'
               MOVE WRK-EVT-PLACA TO EVT-PLACA
               MOVE ZEROS         TO EVT-SEQ
               START ARQ-EVENTOS-VEICULO
                   KEY IS NOT LESS THAN EVT-CHAVE
                   INVALID KEY
                       SET FIM-EVENTOS-VEI TO TRUE
               END-START
               PERFORM UNTIL FIM-EVENTOS-VEI
                   READ ARQ-EVENTOS-VEICULO NEXT RECORD
                       AT END
                           SET FIM-EVENTOS-VEI TO TRUE
                       NOT AT END
                           IF EVT-PLACA NOT = WRK-EVT-PLACA
                               SET FIM-EVENTOS-VEI TO TRUE
                           ELSE
                               IF EVT-TIPO = 'M'
                                AND EVT-SERVICO = WRK-EVT-SERVICO
                                AND EVT-SITUACAO = 'P'
                                   MOVE 'C' TO EVT-SITUACAO
                                   REWRITE REG-EVENTO-VEICULO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EVENTOS-VEICULO
           END-IF.

       0500-RELATORIO-MENSAL.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           ACCEPT WRK-COMPETENCIA.
           MOVE ZEROS TO WRK-TOT-CUSTO WRK-TOT-KM WRK-TOT-LITROS.
           MOVE 'PROGCOB115' TO WRK-REP-PROGRAMA.
           MOVE 'CUSTO POR KM E CONSUMO DOS VEICULOS'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'COMPETENCIA: ' WRK-COMPETENCIA.
           DISPLAY 'PLACA   KM RODADOS  COMBUSTIVEL    MANUTENCAO'
               '     CUSTO/KM  KM/L'.
           MOVE 'N' TO WRK-EOF-VEICULOS.
           OPEN INPUT ARQ-VEICULOS.
           IF WRK-FS-VEICULOS NOT = '00'
               DISPLAY 'NENHUM VEICULO CADASTRADO'
           ELSE
               PERFORM UNTIL FIM-VEICULOS
                   READ ARQ-VEICULOS NEXT RECORD
                       AT END
                           SET FIM-VEICULOS TO TRUE
                       NOT AT END
                           PERFORM 0520-APURAR-VEICULO-MES
                   END-READ
               END-PERFORM
               CLOSE ARQ-VEICULOS
           END-IF.
           DISPLAY '-------------------------------------'.
           MOVE WRK-TOT-KM    TO WRK-KM-ED.
           MOVE WRK-TOT-CUSTO TO WRK-VALOR-ED.
           DISPLAY 'FROTA - KM RODADOS: ' WRK-KM-ED
               ' CUSTO TOTAL: ' WRK-VALOR-ED.
           IF WRK-TOT-KM > ZEROS
               COMPUTE WRK-MES-CUSTO-KM ROUNDED =
                   WRK-TOT-CUSTO / WRK-TOT-KM
               MOVE WRK-MES-CUSTO-KM TO WRK-CUSTO-KM-ED
               DISPLAY 'FROTA - CUSTO POR KM: ' WRK-CUSTO-KM-ED
           END-IF.
           IF WRK-TOT-LITROS > ZEROS
               COMPUTE WRK-MES-KM-LITRO ROUNDED =
                   WRK-TOT-KM / WRK-TOT-LITROS
               MOVE WRK-MES-KM-LITRO TO WRK-KM-LITRO-ED
               DISPLAY 'FROTA - CONSUMO KM/L: ' WRK-KM-LITRO-ED
           END-IF.

       0520-APURAR-VEICULO-MES.
           MOVE ZEROS TO WRK-MES-COMBUSTIVEL WRK-MES-MANUTENCAO
                         WRK-MES-LITROS WRK-MES-ODO-MAIOR
                         WRK-MES-ODO-MENOR WRK-MES-ODO-ANTES
                         WRK-MES-KM WRK-MES-CUSTO-KM WRK-MES-KM-LITRO
                         WRK-MES-QTD-EVENTOS.
           MOVE 'N' TO WRK-EOF-EVENTOS-VEI.
           OPEN INPUT ARQ-EVENTOS-VEICULO.
           IF WRK-FS-EVENTOS-VEI = '00'
               MOVE VEI-PLACA TO EVT-PLACA
               MOVE ZEROS     TO EVT-SEQ
               START ARQ-EVENTOS-VEICULO
                   KEY IS NOT LESS THAN EVT-CHAVE
                   INVALID KEY
                       SET FIM-EVENTOS-VEI TO TRUE
               END-START
               PERFORM UNTIL FIM-EVENTOS-VEI
                   READ ARQ-EVENTOS-VEICULO NEXT RECORD
                       AT END
                           SET FIM-EVENTOS-VEI TO TRUE
                       NOT AT END
                           IF EVT-PLACA NOT = VEI-PLACA
                               SET FIM-EVENTOS-VEI TO TRUE
                           ELSE
                               PERFORM 0530-SOMAR-EVENTO-MES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EVENTOS-VEICULO
           END-IF.
           IF WRK-MES-QTD-EVENTOS > ZEROS
               IF WRK-MES-ODO-ANTES > ZEROS
                   COMPUTE WRK-MES-KM =
                       WRK-MES-ODO-MAIOR - WRK-MES-ODO-ANTES
               ELSE
                   COMPUTE WRK-MES-KM =
                       WRK-MES-ODO-MAIOR - WRK-MES-ODO-MENOR
               END-IF
               IF WRK-MES-KM > ZEROS
                   COMPUTE WRK-MES-CUSTO-KM ROUNDED =
                       (WRK-MES-COMBUSTIVEL + WRK-MES-MANUTENCAO)
                       / WRK-MES-KM
               END-IF
               IF WRK-MES-LITROS > ZEROS
                   COMPUTE WRK-MES-KM-LITRO ROUNDED =
                       WRK-MES-KM / WRK-MES-LITROS
               END-IF
               ADD WRK-MES-KM     TO WRK-TOT-KM
               ADD WRK-MES-LITROS TO WRK-TOT-LITROS
               ADD WRK-MES-COMBUSTIVEL WRK-MES-MANUTENCAO
                   TO WRK-TOT-CUSTO
               MOVE WRK-MES-KM          TO WRK-KM-ED
               MOVE WRK-MES-COMBUSTIVEL TO WRK-VALOR-ED
               MOVE WRK-MES-MANUTENCAO  TO WRK-VALOR-ED2
               MOVE WRK-MES-CUSTO-KM    TO WRK-CUSTO-KM-ED
               MOVE WRK-MES-KM-LITRO    TO WRK-KM-LITRO-ED
               DISPLAY VEI-PLACA ' ' WRK-KM-ED ' ' WRK-VALOR-ED ' '
                   WRK-VALOR-ED2 ' ' WRK-CUSTO-KM-ED ' '
                   WRK-KM-LITRO-ED
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0530-SOMAR-EVENTO-MES.
           EVALUATE TRUE
               WHEN EVT-DATA(1:6) < WRK-COMPETENCIA
                   IF EVT-ODOMETRO > WRK-MES-ODO-ANTES
                       MOVE EVT-ODOMETRO TO WRK-MES-ODO-ANTES
                   END-IF
               WHEN EVT-DATA(1:6) = WRK-COMPETENCIA
                   ADD 1 TO WRK-MES-QTD-EVENTOS
                   IF EVT-ODOMETRO > WRK-MES-ODO-MAIOR
                       MOVE EVT-ODOMETRO TO WRK-MES-ODO-MAIOR
                   END-IF
                   IF WRK-MES-ODO-MENOR = ZEROS
                    OR EVT-ODOMETRO < WRK-MES-ODO-MENOR
                       MOVE EVT-ODOMETRO TO WRK-MES-ODO-MENOR
                   END-IF
                   IF EVT-TIPO = 'A'
                       ADD EVT-VALOR  TO WRK-MES-COMBUSTIVEL
                       ADD EVT-LITROS TO WRK-MES-LITROS
                   ELSE
                       ADD EVT-VALOR  TO WRK-MES-MANUTENCAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0600-ALERTA-SERVICOS.
      * Rodado todo dia: lista os veiculos ativos com vencimento
      * pendente ja estourado por data ou KM.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-VENCIDOS.
           MOVE 'PROGCOB115' TO WRK-REP-PROGRAMA.
           MOVE 'ALERTA DE SERVICOS VENCIDOS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'PLACA   MOTORISTA            SERVICO VENCE EM'
               '   VENCE KM  HODOMETRO'.
           MOVE 'N' TO WRK-EOF-VEICULOS.
           OPEN INPUT ARQ-VEICULOS.
           IF WRK-FS-VEICULOS = '00'
               PERFORM UNTIL FIM-VEICULOS
                   READ ARQ-VEICULOS NEXT RECORD
                       AT END
                           SET FIM-VEICULOS TO TRUE
                       NOT AT END
                           IF VEI-ATIVO = 'S'
                               PERFORM 0620-CHECAR-VEICULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VEICULOS
           END-IF.
           DISPLAY '-------------------------------------'.
           DISPLAY 'VEICULOS COM SERVICO VENCIDO: ' WRK-QTD-VENCIDOS.
           MOVE WRK-DATA-HOJE    TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-VENCIDOS TO WRK-AUD-VALOR-SAIDA.
           MOVE 'ALERTA-SERVICO' TO WRK-AUD-CAMPO-CHAVE.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB115'     TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0620-CHECAR-VEICULO.
           MOVE VEI-PLACA     TO WRK-VEV-PLACA.
           MOVE WRK-DATA-HOJE TO WRK-VEV-DATA.
           PERFORM 9635-VERIFICAR-SERVICO-VEICULO.
           IF SERVICO-VENCIDO
               ADD 1 TO WRK-QTD-VENCIDOS WRK-RUN-QTD-LIDOS
               DISPLAY VEI-PLACA ' ' VEI-MOTORISTA ' '
                   WRK-VEV-SERVICO '       ' WRK-VEV-PROX-DATA ' '
                   WRK-VEV-PROX-KM '    ' WRK-VEV-ODOMETRO
           END-IF.

       0900-GRAVAR-AUDITORIA-EVT.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB115'  TO WRK-AUD-PROGRAMA.
           MOVE WRK-EVT-PLACA TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-EVT-VALOR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED  TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'vevpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB115.
