      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Revisao trimestral do limite de credito - apura por
      *          cliente, nos tres meses da revisao, o prazo medio de
      *          pagamento, o atraso medio, a exposicao maxima usada,
      *          os titulos pagos ou vencidos com atraso (faturas e
      *          pedidos avulsos) e os sinistros de OCORRENCIA.DAT, e
      *          propoe novo limite e classe de risco pelas regras de
      *          LIMCFG. O gerente de credito (sign-on SUPERVISOR
      *          ou ADM) aprova ou rejeita cada proposta; a aprovada e
      *          gravada em CLIENTES.DAT com registro de auditoria
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB114.
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
            COPY 'ocosel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-PROPOSTAS ASSIGN TO 'PROPLIM.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRL-CLIENTE
                FILE STATUS IS WRK-FS-PROPOSTAS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'fatfd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'ocofd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

      * Proposta de limite por cliente - a revisao seguinte substitui
      * a anterior; a decisao fica registrada na propria proposta e
      * na auditoria.
       FD  ARQ-PROPOSTAS.
       01  REG-PROPOSTA.
           05 PRL-CLIENTE          PIC X(06).
           05 PRL-DATA-REVISAO     PIC 9(08).
           05 PRL-COMPETENCIA      PIC 9(06).
           05 PRL-LIMITE-ATUAL     PIC 9(08)V99.
           05 PRL-LIMITE-PROPOSTO  PIC 9(08)V99.
           05 PRL-CLASSE           PIC X(01).
           05 PRL-MEDIA-PAGTO      PIC 9(03)V9.
           05 PRL-MEDIA-ATRASO     PIC 9(03)V9.
           05 PRL-EXPOSICAO-MAX    PIC 9(10)V99.
           05 PRL-QTD-TITULOS      PIC 9(05).
           05 PRL-QTD-ATRASADOS    PIC 9(05).
           05 PRL-QTD-SINISTROS    PIC 9(05).
      * Situacao: P-pendente, A-aprovada, R-rejeitada.
           05 PRL-SITUACAO         PIC X(01).
               88 PROPOSTA-PENDENTE VALUE 'P'.
               88 PROPOSTA-APROVADA VALUE 'A'.
               88 PROPOSTA-REJEITADA VALUE 'R'.
           05 PRL-DECISOR          PIC X(20).
           05 PRL-DATA-DECISAO     PIC 9(08).
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-REVISAO     VALUE 'S'.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-FS-PROPOSTAS     PIC X(02)   VALUE '00'.
       77 WRK-EOF-PROPOSTAS    PIC X(01)   VALUE 'N'.
           88 FIM-PROPOSTAS    VALUE 'S'.
       77 WRK-AUTORIZADO       PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.

      * Janela da revisao: os tres meses terminados na competencia
      * informada.
       77 WRK-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       01 WRK-COMP-INICIO.
           05 WRK-COMP-INI-ANO PIC 9(04).
           05 WRK-COMP-INI-MES PIC 9(02).
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-HOJE        PIC 9(08)   VALUE ZEROS.

      * Regras de classificacao - parametro LIMCFG do master, um
      * valor por classe (argumento), avaliadas em ordem de classe
      * (A a melhor): o cliente cai na primeira classe cujos maximos
      * de atraso medio, titulos atrasados e sinistros ele respeita;
      * o limite proposto e o percentual da classe sobre o limite
      * atual.
       01  REG-CFG-LIMITE.
           05 CFL-CLASSE           PIC X(01).
           05 CFL-MAX-ATRASO       PIC 9(03).
           05 CFL-MAX-ATRASADOS    PIC 9(03).
           05 CFL-MAX-SINISTROS    PIC 9(03).
           05 CFL-PERC-LIMITE      PIC 9(03).

      * Regras em uso - as vigentes no master ou, sem nenhuma, o
      * padrao.
       01 WRK-TAB-REGRAS.
           02 WRK-RGR-ENTRADA OCCURS 10 TIMES.
               03 WRK-RGR-CLASSE        PIC X(01).
               03 WRK-RGR-MAX-ATRASO    PIC 9(03).
               03 WRK-RGR-MAX-ATRASADOS PIC 9(03).
               03 WRK-RGR-MAX-SINISTROS PIC 9(03).
               03 WRK-RGR-PERC          PIC 9(03).
       77 WRK-RGR-QTD          PIC 9(02)   VALUE ZEROS.
       77 WRK-RGR-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-RGR-ACHADA       PIC 9(02)   VALUE ZEROS.

      * Acumulado de comportamento por cliente.
       01 WRK-TAB-REVISAO.
           02 WRK-REV-ENTRADA OCCURS 200 TIMES.
               03 WRK-REV-CLIENTE       PIC X(06).
               03 WRK-REV-QTD-TITULOS   PIC 9(05).
               03 WRK-REV-QTD-PAGOS     PIC 9(05).
               03 WRK-REV-SOMA-PAGTO    PIC 9(07).
               03 WRK-REV-SOMA-ATRASO   PIC 9(07).
               03 WRK-REV-QTD-ATRASADOS PIC 9(05).
               03 WRK-REV-QTD-SINISTROS PIC 9(05).
               03 WRK-REV-EXPOSICAO-MAX PIC 9(10)V99.
       77 WRK-REV-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-REV-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-REV-POS          PIC 9(03)   VALUE ZEROS.
       77 WRK-REV-PROCURADO    PIC X(06)   VALUE SPACES.
       77 WRK-REV-ESTOURO      PIC X(01)   VALUE 'N'.
           88 TABELA-REV-ESTOUROU VALUE 'S'.

      * Titulo em apuracao (fatura ou pedido avulso).
       77 WRK-TIT-EMISSAO      PIC 9(08)   VALUE ZEROS.
       77 WRK-TIT-VENCIMENTO   PIC 9(08)   VALUE ZEROS.
       77 WRK-TIT-PAGAMENTO    PIC 9(08)   VALUE ZEROS.
       77 WRK-TIT-DIAS         PIC S9(05)  VALUE ZEROS.
       77 WRK-EXP-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-EXP-VALOR        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXP-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-PED-LOOP         PIC 9(03)   VALUE ZEROS.

      * Proposta do cliente em calculo.
       77 WRK-MEDIA-PAGTO      PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-ATRASO     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-LIMITE-BASE      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LIMITE-PROPOSTO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIMITE-ANTERIOR  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-APROVADAS    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-REJEITADAS   PIC 9(05)   VALUE ZEROS.
       77 WRK-DECISAO          PIC X(01)   VALUE SPACES.
       77 WRK-MEDIA-ED         PIC ZZ9,9   VALUE ZEROS.
       77 WRK-MEDIA-ED2        PIC ZZ9,9   VALUE ZEROS.
       77 WRK-LIMITE-ED        PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-ED2       PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-EXPOSICAO-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'pdtws.cpy'.
           COPY 'fatws.cpy'.
           COPY 'cliws.cpy'.
           COPY 'ocows.cpy'.
           COPY 'ctlws.cpy'.
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
           MOVE 'PROGCOB114' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-REVISAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '====== REVISAO DO LIMITE DE CREDITO ======'.
           DISPLAY '1 - APURAR REVISAO TRIMESTRAL E PROPOR LIMITES'.
           DISPLAY '2 - APROVAR OU REJEITAR PROPOSTAS'.
           DISPLAY '3 - LISTAR PROPOSTAS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-APURAR-REVISAO
               WHEN 2
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0600-DECIDIR-PROPOSTAS
                   END-IF
               WHEN 3
                   PERFORM 0700-LISTAR-PROPOSTAS
               WHEN ZERO
                   SET SAIR-REVISAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-AUTORIZAR-OPERADOR.
      * Limite de credito so muda com sign-on de SUPERVISOR ou ADM;
      * a recusa vai para o SEGLOG.
           MOVE 'N' TO WRK-AUTORIZADO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'DECISAO DE LIMITE EXIGE NIVEL SUPERVISOR '
                       'OU ADM'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN OTHER
                   SET OPERADOR-AUTORIZADO TO TRUE
           END-EVALUATE.

       0145-LOGAR-RECUSA.
           MOVE 'PROGCOB114' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'DECISAO DE LIMITE DE CREDITO NEGADA'
               TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0160-CARREGAR-REGRAS.
           MOVE ZEROS         TO WRK-RGR-QTD.
           MOVE 'LIMCFG'      TO WRK-PRM-CODIGO.
           MOVE WRK-DATA-HOJE TO WRK-PRM-DATA-REF.
           PERFORM 9685-CARREGAR-TABELA-PARAM.
           PERFORM VARYING WRK-PRV-LOOP FROM 1 BY 1
                   UNTIL WRK-PRV-LOOP > WRK-PRV-QTD
               MOVE WRK-PRV-VALOR(WRK-PRV-LOOP) TO REG-CFG-LIMITE
               IF CFL-CLASSE NOT = SPACES
                AND CFL-MAX-ATRASO IS NUMERIC
                AND CFL-MAX-ATRASADOS IS NUMERIC
                AND CFL-MAX-SINISTROS IS NUMERIC
                AND CFL-PERC-LIMITE IS NUMERIC
                AND WRK-RGR-QTD < 10
                   ADD 1 TO WRK-RGR-QTD
                   MOVE CFL-CLASSE
                       TO WRK-RGR-CLASSE(WRK-RGR-QTD)
                   MOVE CFL-MAX-ATRASO
                       TO WRK-RGR-MAX-ATRASO(WRK-RGR-QTD)
                   MOVE CFL-MAX-ATRASADOS
                       TO WRK-RGR-MAX-ATRASADOS(WRK-RGR-QTD)
                   MOVE CFL-MAX-SINISTROS
                       TO WRK-RGR-MAX-SINISTROS(WRK-RGR-QTD)
                   MOVE CFL-PERC-LIMITE
                       TO WRK-RGR-PERC(WRK-RGR-QTD)
               END-IF
           END-PERFORM.
      * Padrao: A sem atraso nem sinistro sobe 30%; B ate 5 dias de
      * atraso medio sobe 10%; C ate 15 dias mantem; D reduz 30%.
           IF WRK-RGR-QTD = ZEROS
               MOVE 4 TO WRK-RGR-QTD
               MOVE 'A' TO WRK-RGR-CLASSE(1)
               MOVE 0   TO WRK-RGR-MAX-ATRASO(1)
               MOVE 0   TO WRK-RGR-MAX-ATRASADOS(1)
               MOVE 0   TO WRK-RGR-MAX-SINISTROS(1)
               MOVE 130 TO WRK-RGR-PERC(1)
               MOVE 'B' TO WRK-RGR-CLASSE(2)
               MOVE 5   TO WRK-RGR-MAX-ATRASO(2)
               MOVE 1   TO WRK-RGR-MAX-ATRASADOS(2)
               MOVE 1   TO WRK-RGR-MAX-SINISTROS(2)
               MOVE 110 TO WRK-RGR-PERC(2)
               MOVE 'C' TO WRK-RGR-CLASSE(3)
               MOVE 15  TO WRK-RGR-MAX-ATRASO(3)
               MOVE 3   TO WRK-RGR-MAX-ATRASADOS(3)
               MOVE 2   TO WRK-RGR-MAX-SINISTROS(3)
               MOVE 100 TO WRK-RGR-PERC(3)
               MOVE 'D' TO WRK-RGR-CLASSE(4)
               MOVE 999 TO WRK-RGR-MAX-ATRASO(4)
               MOVE 999 TO WRK-RGR-MAX-ATRASADOS(4)
               MOVE 999 TO WRK-RGR-MAX-SINISTROS(4)
               MOVE 70  TO WRK-RGR-PERC(4)
           END-IF.

       0300-APURAR-REVISAO.
           DISPLAY 'COMPETENCIA FINAL DO TRIMESTRE (AAAAMM, ZEROS = '
               'MES ATUAL):'.
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-COMPETENCIA = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-COMP-INICIO.
           IF WRK-COMP-INI-MES > 2
               SUBTRACT 2 FROM WRK-COMP-INI-MES
           ELSE
               ADD 10 TO WRK-COMP-INI-MES
               SUBTRACT 1 FROM WRK-COMP-INI-ANO
           END-IF.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
      * Com a tabela de pedidos estourada o comportamento sairia
      * subavaliado e o limite proposto errado - a revisao e recusada.
           PERFORM 0680-CARREGAR-PEDIDOS.
           IF TABELA-PED-ESTOUROU
               DISPLAY 'REVISAO RECUSADA ATE PEDIDOS.DAT CABER NA '
                   'TABELA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0160-CARREGAR-REGRAS
               MOVE ZEROS TO WRK-REV-QTD WRK-QTD-PROPOSTAS
               MOVE 'N'   TO WRK-REV-ESTOURO
               PERFORM 0400-APURAR-PEDIDOS
               PERFORM 0420-APURAR-FATURAS
               PERFORM 0440-APURAR-SINISTROS
               IF TABELA-REV-ESTOUROU
                   DISPLAY 'TABELA DA REVISAO CHEIA (MAX 200) - '
                       'CLIENTES EXCEDENTES FORA DA REVISAO'
               END-IF
               PERFORM 0500-PROPOR-LIMITES
           END-IF.

       0400-APURAR-PEDIDOS.
      * Pedidos do trimestre: todo pedido nao cancelado mede a
      * exposicao do cliente na data em que foi emitido; os nao
      * faturados contam tambem como titulo proprio (o faturado e
      * medido pela fatura).
           PERFORM VARYING WRK-PED-LOOP FROM 1 BY 1
                   UNTIL WRK-PED-LOOP > WRK-TPD-QTD
               IF WRK-TPD-STATUS(WRK-PED-LOOP) NOT = 'X'
                AND WRK-TPD-DATA-EMISSAO(WRK-PED-LOOP)(1:6)
                    NOT < WRK-COMP-INICIO
                AND WRK-TPD-DATA-EMISSAO(WRK-PED-LOOP)(1:6)
                    NOT > WRK-COMPETENCIA
                   MOVE WRK-TPD-CLIENTE(WRK-PED-LOOP)
                       TO WRK-REV-PROCURADO
                   PERFORM 0480-ACHAR-CLIENTE-REVISAO
                   IF WRK-REV-POS > ZEROS
                       PERFORM 0460-APURAR-EXPOSICAO
                       IF WRK-TPD-FATURA(WRK-PED-LOOP) = ZEROS
                        AND WRK-TPD-VENCIMENTO(WRK-PED-LOOP) > ZEROS
                           MOVE WRK-TPD-DATA-EMISSAO(WRK-PED-LOOP)
                               TO WRK-TIT-EMISSAO
                           MOVE WRK-TPD-VENCIMENTO(WRK-PED-LOOP)
                               TO WRK-TIT-VENCIMENTO
                           MOVE WRK-TPD-PAGAMENTO(WRK-PED-LOOP)
                               TO WRK-TIT-PAGAMENTO
                           PERFORM 0450-APURAR-TITULO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0420-APURAR-FATURAS.
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
                           IF FAT-DATA-EMISSAO(1:6)
                               NOT < WRK-COMP-INICIO
                            AND FAT-DATA-EMISSAO(1:6)
                               NOT > WRK-COMPETENCIA
                               MOVE FAT-CLIENTE TO WRK-REV-PROCURADO
                               PERFORM 0480-ACHAR-CLIENTE-REVISAO
                               IF WRK-REV-POS > ZEROS
                                   MOVE FAT-DATA-EMISSAO
                                       TO WRK-TIT-EMISSAO
                                   MOVE FAT-DATA-VENCIMENTO
                                       TO WRK-TIT-VENCIMENTO
                                   MOVE FAT-DATA-PAGAMENTO
                                       TO WRK-TIT-PAGAMENTO
                                   PERFORM 0450-APURAR-TITULO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
           END-IF.

       0440-APURAR-SINISTROS.
      * Sinistro do trimestre conta para o cliente do pedido.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF WRK-FS-OCORRENCIAS = '00'
               MOVE 'N' TO WRK-EOF-OCORRENCIAS
               MOVE LOW-VALUES TO OCO-CHAVE
               START ARQ-OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
                   INVALID KEY
                       SET FIM-OCORRENCIAS TO TRUE
               END-START
               PERFORM UNTIL FIM-OCORRENCIAS
                   READ ARQ-OCORRENCIAS NEXT RECORD
                       AT END
                           SET FIM-OCORRENCIAS TO TRUE
                       NOT AT END
                           IF OCO-DATA(1:6) NOT < WRK-COMP-INICIO
                            AND OCO-DATA(1:6) NOT > WRK-COMPETENCIA
                               PERFORM 0445-ATRIBUIR-SINISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OCORRENCIAS
           END-IF.

       0445-ATRIBUIR-SINISTRO.
           PERFORM VARYING WRK-PED-LOOP FROM 1 BY 1
                   UNTIL WRK-PED-LOOP > WRK-TPD-QTD
               IF WRK-TPD-NUMERO(WRK-PED-LOOP) = OCO-PEDIDO
                   MOVE WRK-TPD-CLIENTE(WRK-PED-LOOP)
                       TO WRK-REV-PROCURADO
                   PERFORM 0480-ACHAR-CLIENTE-REVISAO
                   IF WRK-REV-POS > ZEROS
                       ADD 1 TO WRK-REV-QTD-SINISTROS(WRK-REV-POS)
                   END-IF
               END-IF
           END-PERFORM.

       0450-APURAR-TITULO.
      * Titulo pago entra no prazo medio (emissao ate pagamento) e,
      * pago depois do vencimento, no atraso medio e na contagem de
      * atrasados; titulo em aberto ja vencido conta como atrasado.
           ADD 1 TO WRK-REV-QTD-TITULOS(WRK-REV-POS).
           IF WRK-TIT-PAGAMENTO NOT = ZEROS
               ADD 1 TO WRK-REV-QTD-PAGOS(WRK-REV-POS)
               COMPUTE WRK-TIT-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-TIT-PAGAMENTO) -
                   FUNCTION INTEGER-OF-DATE(WRK-TIT-EMISSAO)
               IF WRK-TIT-DIAS > ZEROS
                   ADD WRK-TIT-DIAS TO WRK-REV-SOMA-PAGTO(WRK-REV-POS)
               END-IF
               COMPUTE WRK-TIT-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-TIT-PAGAMENTO) -
                   FUNCTION INTEGER-OF-DATE(WRK-TIT-VENCIMENTO)
               IF WRK-TIT-DIAS > ZEROS
                   ADD WRK-TIT-DIAS
                       TO WRK-REV-SOMA-ATRASO(WRK-REV-POS)
                   ADD 1 TO WRK-REV-QTD-ATRASADOS(WRK-REV-POS)
               END-IF
           ELSE
               IF WRK-DIAS-HOJE >
                   FUNCTION INTEGER-OF-DATE(WRK-TIT-VENCIMENTO)
                   ADD 1 TO WRK-REV-QTD-ATRASADOS(WRK-REV-POS)
               END-IF
           END-IF.

       0460-APURAR-EXPOSICAO.
      * Exposicao na emissao do pedido: mercadoria + frete dos
      * pedidos do cliente ja emitidos e ainda nao pagos naquela
      * data - o mesmo criterio da checagem de credito da cotacao.
           MOVE WRK-TPD-DATA-EMISSAO(WRK-PED-LOOP) TO WRK-EXP-DATA.
           MOVE ZEROS TO WRK-EXP-VALOR.
           PERFORM VARYING WRK-EXP-LOOP FROM 1 BY 1
                   UNTIL WRK-EXP-LOOP > WRK-TPD-QTD
               IF WRK-TPD-CLIENTE(WRK-EXP-LOOP) = WRK-REV-PROCURADO
                AND WRK-TPD-STATUS(WRK-EXP-LOOP) NOT = 'X'
                AND WRK-TPD-DATA-EMISSAO(WRK-EXP-LOOP)
                    NOT > WRK-EXP-DATA
                AND (WRK-TPD-PAGAMENTO(WRK-EXP-LOOP) = ZEROS
                 OR WRK-TPD-PAGAMENTO(WRK-EXP-LOOP) > WRK-EXP-DATA)
                   ADD WRK-TPD-VALOR(WRK-EXP-LOOP) TO WRK-EXP-VALOR
                   ADD WRK-TPD-FRETE(WRK-EXP-LOOP) TO WRK-EXP-VALOR
               END-IF
           END-PERFORM.
           IF WRK-EXP-VALOR > WRK-REV-EXPOSICAO-MAX(WRK-REV-POS)
               MOVE WRK-EXP-VALOR
                   TO WRK-REV-EXPOSICAO-MAX(WRK-REV-POS)
           END-IF.

       0480-ACHAR-CLIENTE-REVISAO.
           MOVE ZEROS TO WRK-REV-POS.
           PERFORM VARYING WRK-REV-LOOP FROM 1 BY 1
                   UNTIL WRK-REV-LOOP > WRK-REV-QTD
                      OR WRK-REV-POS > ZEROS
               IF WRK-REV-CLIENTE(WRK-REV-LOOP) = WRK-REV-PROCURADO
                   MOVE WRK-REV-LOOP TO WRK-REV-POS
               END-IF
           END-PERFORM.
           IF WRK-REV-POS = ZEROS
               IF WRK-REV-QTD < 200
                   ADD 1 TO WRK-REV-QTD
                   MOVE WRK-REV-QTD TO WRK-REV-POS
                   MOVE WRK-REV-PROCURADO
                       TO WRK-REV-CLIENTE(WRK-REV-POS)
                   MOVE ZEROS TO WRK-REV-QTD-TITULOS(WRK-REV-POS)
                                 WRK-REV-QTD-PAGOS(WRK-REV-POS)
                                 WRK-REV-SOMA-PAGTO(WRK-REV-POS)
                                 WRK-REV-SOMA-ATRASO(WRK-REV-POS)
                                 WRK-REV-QTD-ATRASADOS(WRK-REV-POS)
                                 WRK-REV-QTD-SINISTROS(WRK-REV-POS)
                                 WRK-REV-EXPOSICAO-MAX(WRK-REV-POS)
               ELSE
                   SET TABELA-REV-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0500-PROPOR-LIMITES.
           MOVE 'PROGCOB114' TO WRK-REP-PROGRAMA.
           MOVE 'PROPOSTAS DE LIMITE DE CREDITO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'TRIMESTRE: ' WRK-COMP-INICIO ' A '
               WRK-COMPETENCIA.
           DISPLAY 'CLIENTE CL PRZ-MED ATR-MED ATRAS SINIS '
               '  EXPOS-MAX  LIMITE-ATUAL   PROPOSTO'.
           OPEN I-O ARQ-PROPOSTAS.
           IF WRK-FS-PROPOSTAS = '35'
               OPEN OUTPUT ARQ-PROPOSTAS
               CLOSE ARQ-PROPOSTAS
               OPEN I-O ARQ-PROPOSTAS
           END-IF.
           PERFORM VARYING WRK-REV-LOOP FROM 1 BY 1
                   UNTIL WRK-REV-LOOP > WRK-REV-QTD
               MOVE WRK-REV-CLIENTE(WRK-REV-LOOP) TO WRK-CLI-PROCURADO
               PERFORM 9570-VALIDAR-CLIENTE
               IF CLIENTE-VALIDO
                   PERFORM 0510-CLASSIFICAR-CLIENTE
                   PERFORM 0520-GRAVAR-PROPOSTA
               ELSE
                   DISPLAY 'CLIENTE NAO CADASTRADO FORA DA REVISAO: '
                       WRK-REV-CLIENTE(WRK-REV-LOOP)
               END-IF
           END-PERFORM.
           CLOSE ARQ-PROPOSTAS.
           DISPLAY 'PROPOSTAS GERADAS: ' WRK-QTD-PROPOSTAS.
           ADD WRK-QTD-PROPOSTAS TO WRK-RUN-QTD-LIDOS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB114'      TO WRK-AUD-PROGRAMA.
           MOVE 'REVISAO-LIMITE'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-COMPETENCIA   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-PROPOSTAS TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0510-CLASSIFICAR-CLIENTE.
           MOVE ZEROS TO WRK-MEDIA-PAGTO WRK-MEDIA-ATRASO.
           IF WRK-REV-QTD-PAGOS(WRK-REV-LOOP) > ZEROS
               COMPUTE WRK-MEDIA-PAGTO ROUNDED =
                   WRK-REV-SOMA-PAGTO(WRK-REV-LOOP) /
                   WRK-REV-QTD-PAGOS(WRK-REV-LOOP)
               COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                   WRK-REV-SOMA-ATRASO(WRK-REV-LOOP) /
                   WRK-REV-QTD-PAGOS(WRK-REV-LOOP)
           END-IF.
           MOVE ZEROS TO WRK-RGR-ACHADA.
           PERFORM VARYING WRK-RGR-LOOP FROM 1 BY 1
                   UNTIL WRK-RGR-LOOP > WRK-RGR-QTD
                      OR WRK-RGR-ACHADA > ZEROS
               IF WRK-MEDIA-ATRASO
                       NOT > WRK-RGR-MAX-ATRASO(WRK-RGR-LOOP)
                AND WRK-REV-QTD-ATRASADOS(WRK-REV-LOOP)
                       NOT > WRK-RGR-MAX-ATRASADOS(WRK-RGR-LOOP)
                AND WRK-REV-QTD-SINISTROS(WRK-REV-LOOP)
                       NOT > WRK-RGR-MAX-SINISTROS(WRK-RGR-LOOP)
                   MOVE WRK-RGR-LOOP TO WRK-RGR-ACHADA
               END-IF
           END-PERFORM.
      * Fora de todas as faixas cai na ultima classe (a pior).
           IF WRK-RGR-ACHADA = ZEROS
               MOVE WRK-RGR-QTD TO WRK-RGR-ACHADA
           END-IF.
      * Cliente sem limite ainda parte da exposicao maxima usada.
           MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-BASE.
           IF WRK-LIMITE-BASE = ZEROS
               MOVE WRK-REV-EXPOSICAO-MAX(WRK-REV-LOOP)
                   TO WRK-LIMITE-BASE
           END-IF.
           COMPUTE WRK-LIMITE-PROPOSTO ROUNDED =
               WRK-LIMITE-BASE * WRK-RGR-PERC(WRK-RGR-ACHADA) / 100.

       0520-GRAVAR-PROPOSTA.
           MOVE CLI-CODIGO          TO PRL-CLIENTE.
           MOVE WRK-DATA-HOJE       TO PRL-DATA-REVISAO.
           MOVE WRK-COMPETENCIA     TO PRL-COMPETENCIA.
           MOVE CLI-LIMITE-CREDITO  TO PRL-LIMITE-ATUAL.
           MOVE WRK-LIMITE-PROPOSTO TO PRL-LIMITE-PROPOSTO.
           MOVE WRK-RGR-CLASSE(WRK-RGR-ACHADA) TO PRL-CLASSE.
           MOVE WRK-MEDIA-PAGTO     TO PRL-MEDIA-PAGTO.
           MOVE WRK-MEDIA-ATRASO    TO PRL-MEDIA-ATRASO.
           MOVE WRK-REV-EXPOSICAO-MAX(WRK-REV-LOOP)
               TO PRL-EXPOSICAO-MAX.
           MOVE WRK-REV-QTD-TITULOS(WRK-REV-LOOP)   TO PRL-QTD-TITULOS.
           MOVE WRK-REV-QTD-ATRASADOS(WRK-REV-LOOP)
               TO PRL-QTD-ATRASADOS.
           MOVE WRK-REV-QTD-SINISTROS(WRK-REV-LOOP)
               TO PRL-QTD-SINISTROS.
           SET PROPOSTA-PENDENTE TO TRUE.
           MOVE SPACES              TO PRL-DECISOR.
           MOVE ZEROS               TO PRL-DATA-DECISAO.
           WRITE REG-PROPOSTA
               INVALID KEY
                   REWRITE REG-PROPOSTA
           END-WRITE.
           ADD 1 TO WRK-QTD-PROPOSTAS.
           PERFORM 0530-IMPRIMIR-PROPOSTA.

       0530-IMPRIMIR-PROPOSTA.
           MOVE PRL-MEDIA-PAGTO     TO WRK-MEDIA-ED.
           MOVE PRL-MEDIA-ATRASO    TO WRK-MEDIA-ED2.
           MOVE PRL-EXPOSICAO-MAX   TO WRK-EXPOSICAO-ED.
           MOVE PRL-LIMITE-ATUAL    TO WRK-LIMITE-ED.
           MOVE PRL-LIMITE-PROPOSTO TO WRK-LIMITE-ED2.
           DISPLAY PRL-CLIENTE '  ' PRL-CLASSE '   ' WRK-MEDIA-ED
               '   ' WRK-MEDIA-ED2 ' ' PRL-QTD-ATRASADOS ' '
               PRL-QTD-SINISTROS ' ' WRK-EXPOSICAO-ED ' '
               WRK-LIMITE-ED ' ' WRK-LIMITE-ED2 ' ' PRL-SITUACAO.

       0600-DECIDIR-PROPOSTAS.
      * Cada proposta pendente e apresentada ao gerente de credito:
      * A aprova e grava o limite e a classe no cliente, R rejeita,
      * qualquer outra tecla deixa pendente para outra sessao.
           MOVE ZEROS TO WRK-QTD-APROVADAS WRK-QTD-REJEITADAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-PROPOSTAS.
           IF WRK-FS-PROPOSTAS NOT = '00'
               DISPLAY 'NENHUMA PROPOSTA DE LIMITE GERADA'
           ELSE
               MOVE 'N' TO WRK-EOF-PROPOSTAS
               MOVE LOW-VALUES TO PRL-CLIENTE
               START ARQ-PROPOSTAS KEY IS NOT LESS THAN PRL-CLIENTE
                   INVALID KEY
                       SET FIM-PROPOSTAS TO TRUE
               END-START
               PERFORM UNTIL FIM-PROPOSTAS
                   READ ARQ-PROPOSTAS NEXT RECORD
                       AT END
                           SET FIM-PROPOSTAS TO TRUE
                       NOT AT END
                           IF PROPOSTA-PENDENTE
                               PERFORM 0610-DECIDIR-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
           END-IF.
           DISPLAY 'PROPOSTAS APROVADAS..: ' WRK-QTD-APROVADAS.
           DISPLAY 'PROPOSTAS REJEITADAS.: ' WRK-QTD-REJEITADAS.

       0610-DECIDIR-PROPOSTA.
           DISPLAY ' '.
           DISPLAY 'CLIENTE CL PRZ-MED ATR-MED ATRAS SINIS '
               '  EXPOS-MAX  LIMITE-ATUAL   PROPOSTO'.
           PERFORM 0530-IMPRIMIR-PROPOSTA.
           DISPLAY 'TITULOS NO TRIMESTRE: ' PRL-QTD-TITULOS.
           DISPLAY 'DECISAO (A-APROVAR, R-REJEITAR, OUTRA-PULAR):'.
           ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'A'
                   PERFORM 0620-GRAVAR-LIMITE
               WHEN 'R'
                   SET PROPOSTA-REJEITADA TO TRUE
                   MOVE WRK-USUARIO   TO PRL-DECISOR
                   MOVE WRK-DATA-HOJE TO PRL-DATA-DECISAO
                   REWRITE REG-PROPOSTA
                   ADD 1 TO WRK-QTD-REJEITADAS
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   MOVE WRK-USUARIO         TO WRK-AUD-USUARIO
                   MOVE 'PROGCOB114'        TO WRK-AUD-PROGRAMA
                   MOVE 'LIMITE-REJEITADO'  TO WRK-AUD-CAMPO-CHAVE
                   MOVE PRL-CLIENTE         TO WRK-AUD-VALOR-ENTRADA
                   MOVE PRL-LIMITE-PROPOSTO TO WRK-LIMITE-ED2
                   MOVE WRK-LIMITE-ED2      TO WRK-AUD-VALOR-SAIDA
                   PERFORM 9800-GRAVAR-AUDITORIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0620-GRAVAR-LIMITE.
           OPEN I-O ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE PRL-CLIENTE TO CLI-CODIGO
               READ ARQ-CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO: ' PRL-CLIENTE
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-ANTERIOR
                       MOVE PRL-LIMITE-PROPOSTO TO CLI-LIMITE-CREDITO
                       MOVE PRL-CLASSE          TO CLI-CLASSE-RISCO
                       REWRITE REG-CLIENTE
                       SET PROPOSTA-APROVADA TO TRUE
                       MOVE WRK-USUARIO   TO PRL-DECISOR
                       MOVE WRK-DATA-HOJE TO PRL-DATA-DECISAO
                       REWRITE REG-PROPOSTA
                       ADD 1 TO WRK-QTD-APROVADAS
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       DISPLAY 'LIMITE APROVADO E GRAVADO NO CLIENTE'
                       MOVE WRK-USUARIO         TO WRK-AUD-USUARIO
                       MOVE 'PROGCOB114'        TO WRK-AUD-PROGRAMA
                       MOVE 'LIMITE-CREDITO'    TO WRK-AUD-CAMPO-CHAVE
                       MOVE WRK-LIMITE-ANTERIOR TO WRK-LIMITE-ED
                       MOVE PRL-LIMITE-PROPOSTO TO WRK-LIMITE-ED2
                       STRING PRL-CLIENTE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-LIMITE-ED DELIMITED BY SIZE
                           INTO WRK-AUD-VALOR-ENTRADA
                       END-STRING
                       STRING PRL-CLASSE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WRK-LIMITE-ED2 DELIMITED BY SIZE
                           INTO WRK-AUD-VALOR-SAIDA
                       END-STRING
                       PERFORM 9800-GRAVAR-AUDITORIA
               END-READ
               CLOSE ARQ-CLIENTES
           END-IF.

       0700-LISTAR-PROPOSTAS.
           MOVE 'PROGCOB114' TO WRK-REP-PROGRAMA.
           MOVE 'PROPOSTAS DE LIMITE DE CREDITO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE ZEROS TO WRK-QTD-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WRK-FS-PROPOSTAS NOT = '00'
               DISPLAY 'NENHUMA PROPOSTA DE LIMITE GERADA'
           ELSE
               DISPLAY 'CLIENTE CL PRZ-MED ATR-MED ATRAS SINIS '
                   '  EXPOS-MAX  LIMITE-ATUAL   PROPOSTO SIT'
               MOVE 'N' TO WRK-EOF-PROPOSTAS
               PERFORM UNTIL FIM-PROPOSTAS
                   READ ARQ-PROPOSTAS NEXT RECORD
                       AT END
                           SET FIM-PROPOSTAS TO TRUE
                       NOT AT END
                           PERFORM 0530-IMPRIMIR-PROPOSTA
                           ADD 1 TO WRK-QTD-PROPOSTAS
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
           END-IF.
           DISPLAY 'PROPOSTAS: ' WRK-QTD-PROPOSTAS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

           COPY 'audpp.cpy'.
           COPY 'pdtpp.cpy'.
           COPY 'clipp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB114.
