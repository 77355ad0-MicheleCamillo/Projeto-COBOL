      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Permanencia da carga armazenada - envelhece cada
      *          referencia de carga (MOV-REFERENCIA/MOV-CLIENTE) com
      *          saldo em ESPMOV.DAT pelos dias desde a entrada, nas
      *          faixas 0-30 / 31-90 / 91-180 / 180+, cruza com a
      *          armazenagem em atraso do cliente (ARMFAT.DAT, gerado
      *          pelo PROGCOB072) e marca como abandonada a carga de
      *          terceiro acima do limite de dias configurado em
      *          ABANDCFG, com a carta de aviso ao cliente
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB118.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'armsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'prmsel.cpy'.
            SELECT ARQ-ESPACO-MOV ASSIGN TO 'ESPMOV.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-ESPMOV.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'armfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.

      * Mesmo layout do movimento gravado pelo PROGCOB038.
       FD  ARQ-ESPACO-MOV.
       01  REG-ESPACO-MOV.
           05 MOV-IDENTIFICADOR PIC X(10).
           05 MOV-TIPO          PIC X(01).
           05 MOV-VOLUME        PIC 9(05)V999.
           05 MOV-DATA          PIC 9(08).
           05 MOV-CLIENTE       PIC X(06).
           05 MOV-RUA           PIC X(02).
           05 MOV-ESTANTE       PIC X(02).
           05 MOV-NIVEL         PIC X(02).
           05 MOV-REFERENCIA    PIC X(15).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-PERMANENCIA VALUE 'S'.
       77 WRK-FS-ESPMOV        PIC X(02)   VALUE '00'.
       77 WRK-EOF-MOV          PIC X(01)   VALUE 'N'.
           88 FIM-MOV          VALUE 'S'.
      * Limite de dias para a carga de terceiro ser considerada
      * abandonada e se o abandono exige armazenagem em atraso (S)
      * ou vale so pelos dias (N) - parametro ABANDCFG do master,
      * vigente na data da apuracao; sem vigencia aprovada valem 180
      * dias e S.
       01  REG-CFG-ABANDONO.
           05 CFG-DIAS-ABANDONO    PIC 9(04).
           05 CFG-EXIGE-ATRASO     PIC X(01).
       77 WRK-DIAS-ABANDONO    PIC 9(04)   VALUE 180.
       77 WRK-EXIGE-ATRASO     PIC X(01)   VALUE 'S'.
           88 ABANDONO-EXIGE-ATRASO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-HOJE-INT         PIC 9(08)   VALUE ZEROS.

      * Carga em estoque por cliente e referencia: saldo dos
      * movimentos e a data da entrada que abriu o saldo atual.
       01 WRK-TAB-CARGAS.
           02 WRK-CRG-ENTRADA OCCURS 500 TIMES INDEXED BY WRK-CRG-IDX.
               03 WRK-CRG-CLIENTE    PIC X(06)      VALUE SPACES.
               03 WRK-CRG-REFERENCIA PIC X(15)      VALUE SPACES.
               03 WRK-CRG-DEPOSITO   PIC X(10)      VALUE SPACES.
               03 WRK-CRG-SALDO      PIC S9(06)V999 VALUE ZEROS.
               03 WRK-CRG-DATA-ENT   PIC 9(08)      VALUE ZEROS.
               03 WRK-CRG-DIAS       PIC 9(05)      VALUE ZEROS.
               03 WRK-CRG-FAIXA      PIC 9(01)      VALUE ZEROS.
               03 WRK-CRG-ABANDONO   PIC X(01)      VALUE 'N'.
               03 WRK-CRG-AVISADA    PIC X(01)      VALUE 'N'.
       77 WRK-CRG-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-CRG-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-CRG-CARTA        PIC 9(03)   VALUE ZEROS.
       77 WRK-CRG-ACHOU        PIC X(01)   VALUE 'N'.
           88 CARGA-NA-TABELA  VALUE 'S'.
       77 WRK-CRG-ESTOURO      PIC X(01)   VALUE 'N'.
           88 TABELA-CARGA-ESTOUROU VALUE 'S'.

      * Armazenagem vencida e nao paga por cliente.
       01 WRK-TAB-ATRASOS.
           02 WRK-ATR-ENTRADA OCCURS 100 TIMES INDEXED BY WRK-ATR-IDX.
               03 WRK-ATR-CLIENTE    PIC X(06)    VALUE SPACES.
               03 WRK-ATR-VALOR      PIC 9(10)V99 VALUE ZEROS.
               03 WRK-ATR-VENC       PIC 9(08)    VALUE ZEROS.
       77 WRK-ATR-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-ATR-POS          PIC 9(03)   VALUE ZEROS.
       77 WRK-ATR-PROCURADO    PIC X(06)   VALUE SPACES.
       77 WRK-ATR-VALOR-CLI    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ATR-VENC-CLI     PIC 9(08)   VALUE ZEROS.

      * Faixas de permanencia: 1 0-30, 2 31-90, 3 91-180, 4 180+.
       01 WRK-TAB-FAIXAS.
           02 WRK-FXA-ENTRADA OCCURS 4 TIMES.
               03 WRK-FXA-QTD        PIC 9(05)      VALUE ZEROS.
               03 WRK-FXA-VOLUME     PIC S9(08)V999 VALUE ZEROS.
       77 WRK-FXA-LOOP         PIC 9(01)   VALUE ZEROS.
       77 WRK-FXA-NOME         PIC X(07)   VALUE SPACES.
       77 WRK-QTD-ABANDONADAS  PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-CARTAS       PIC 9(05)   VALUE ZEROS.
       77 WRK-DIAS-ED          PIC ZZZZ9   VALUE ZEROS.
       77 WRK-VOLUME-ED        PIC +ZZZZZ9,999 VALUE ZEROS.
       77 WRK-VOLUME-TOT-ED    PIC +ZZZZZZZ9,999 VALUE ZEROS.
       77 WRK-VAL-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED          PIC 9999/99/99 VALUE ZEROS.
       77 WRK-MARCA-ABANDONO   PIC X(10)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'cliws.cpy'.
           COPY 'armws.cpy'.
           COPY 'runws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB118' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-PERMANENCIA
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= PERMANENCIA DA CARGA ARMAZENADA ======='.
           DISPLAY '1 - RELATORIO DE PERMANENCIA POR FAIXA'.
           DISPLAY '2 - EMITIR AVISOS DE CARGA ABANDONADA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0250-APURAR-PERMANENCIA
                   PERFORM 0400-RELATORIO-PERMANENCIA
               WHEN 2
                   PERFORM 0250-APURAR-PERMANENCIA
                   PERFORM 0600-EMITIR-AVISOS
               WHEN ZERO
                   SET SAIR-PERMANENCIA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0180-LER-CFG-ABANDONO.
           MOVE 180 TO WRK-DIAS-ABANDONO.
           MOVE 'S' TO WRK-EXIGE-ATRASO.
           MOVE 'ABANDCFG'    TO WRK-PRM-CODIGO.
           MOVE SPACES        TO WRK-PRM-ARGUMENTO.
           MOVE WRK-DATA-HOJE TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-ABANDONO
               IF CFG-DIAS-ABANDONO IS NUMERIC
                AND CFG-DIAS-ABANDONO > ZEROS
                   MOVE CFG-DIAS-ABANDONO TO WRK-DIAS-ABANDONO
               END-IF
               IF CFG-EXIGE-ATRASO = 'N'
                   MOVE 'N' TO WRK-EXIGE-ATRASO
               END-IF
           END-IF.

       0250-APURAR-PERMANENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0180-LER-CFG-ABANDONO.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 0260-CARREGAR-CARGAS.
           PERFORM 0300-CARREGAR-ATRASOS.
           MOVE ZEROS TO WRK-QTD-ABANDONADAS.
           PERFORM VARYING WRK-FXA-LOOP FROM 1 BY 1
                   UNTIL WRK-FXA-LOOP > 4
               MOVE ZEROS TO WRK-FXA-QTD(WRK-FXA-LOOP)
                             WRK-FXA-VOLUME(WRK-FXA-LOOP)
           END-PERFORM.
           PERFORM VARYING WRK-CRG-LOOP FROM 1 BY 1
                   UNTIL WRK-CRG-LOOP > WRK-CRG-QTD
               IF WRK-CRG-SALDO(WRK-CRG-LOOP) > ZEROS
                   PERFORM 0350-CLASSIFICAR-CARGA
               END-IF
           END-PERFORM.

       0260-CARREGAR-CARGAS.
      * Saldo por cliente e referencia na ordem dos movimentos: a
      * entrada que leva o saldo de zero para positivo marca o
      * inicio da permanencia atual da carga.
           MOVE ZEROS TO WRK-CRG-QTD.
           MOVE 'N'   TO WRK-CRG-ESTOURO WRK-EOF-MOV.
           OPEN INPUT ARQ-ESPACO-MOV.
           IF WRK-FS-ESPMOV = '00'
               PERFORM UNTIL FIM-MOV
                   READ ARQ-ESPACO-MOV
                       AT END
                           SET FIM-MOV TO TRUE
                       NOT AT END
                           PERFORM 0270-ACHAR-CARGA
                           IF CARGA-NA-TABELA
                               PERFORM 0280-APLICAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESPACO-MOV
           END-IF.
           IF TABELA-CARGA-ESTOUROU
               DISPLAY 'TABELA DE CARGAS CHEIA (MAX 500) - '
                   'REFERENCIAS FORA DA APURACAO'
           END-IF.

       0270-ACHAR-CARGA.
           MOVE 'N' TO WRK-CRG-ACHOU.
           IF WRK-CRG-QTD > 0
               SET WRK-CRG-IDX TO 1
               SEARCH WRK-CRG-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-CRG-CLIENTE(WRK-CRG-IDX) = MOV-CLIENTE
                    AND WRK-CRG-REFERENCIA(WRK-CRG-IDX) =
                        MOV-REFERENCIA
                       SET CARGA-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT CARGA-NA-TABELA
               IF WRK-CRG-QTD < 500
                   ADD 1 TO WRK-CRG-QTD
                   SET WRK-CRG-IDX TO WRK-CRG-QTD
                   MOVE MOV-CLIENTE    TO WRK-CRG-CLIENTE(WRK-CRG-IDX)
                   MOVE MOV-REFERENCIA
                       TO WRK-CRG-REFERENCIA(WRK-CRG-IDX)
                   MOVE ZEROS TO WRK-CRG-SALDO(WRK-CRG-IDX)
                                 WRK-CRG-DATA-ENT(WRK-CRG-IDX)
                   SET CARGA-NA-TABELA TO TRUE
               ELSE
                   SET TABELA-CARGA-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0280-APLICAR-MOVIMENTO.
           IF MOV-TIPO = 'E'
               IF WRK-CRG-SALDO(WRK-CRG-IDX) NOT > ZEROS
                   MOVE MOV-DATA TO WRK-CRG-DATA-ENT(WRK-CRG-IDX)
               END-IF
               ADD MOV-VOLUME TO WRK-CRG-SALDO(WRK-CRG-IDX)
               MOVE MOV-IDENTIFICADOR
                   TO WRK-CRG-DEPOSITO(WRK-CRG-IDX)
           ELSE
               SUBTRACT MOV-VOLUME FROM WRK-CRG-SALDO(WRK-CRG-IDX)
           END-IF.

       0300-CARREGAR-ATRASOS.
      * Titulos de armazenagem vencidos e nao pagos, somados por
      * cliente com o vencimento mais antigo.
           MOVE ZEROS TO WRK-ATR-QTD.
           INITIALIZE WRK-TAB-ATRASOS.
           MOVE 'N'   TO WRK-EOF-FATARM.
           OPEN INPUT ARQ-FATURAS-ARM.
           IF WRK-FS-FATARM = '00'
               PERFORM UNTIL FIM-FATARM
                   READ ARQ-FATURAS-ARM NEXT RECORD
                       AT END
                           SET FIM-FATARM TO TRUE
                       NOT AT END
                           IF AFT-DATA-PAGAMENTO = ZEROS
                               AND AFT-DATA-VENCIMENTO < WRK-DATA-HOJE
                               PERFORM 0310-SOMAR-ATRASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS-ARM
           END-IF.

       0310-SOMAR-ATRASO.
           MOVE AFT-CLIENTE TO WRK-ATR-PROCURADO.
           PERFORM 0320-ACHAR-ATRASO.
           IF WRK-ATR-POS = ZEROS AND WRK-ATR-QTD < 100
               ADD 1 TO WRK-ATR-QTD
               MOVE WRK-ATR-QTD TO WRK-ATR-POS
               MOVE AFT-CLIENTE TO WRK-ATR-CLIENTE(WRK-ATR-POS)
               MOVE AFT-DATA-VENCIMENTO TO WRK-ATR-VENC(WRK-ATR-POS)
           END-IF.
           IF WRK-ATR-POS > ZEROS
               ADD AFT-VALOR TO WRK-ATR-VALOR(WRK-ATR-POS)
               IF AFT-DATA-VENCIMENTO < WRK-ATR-VENC(WRK-ATR-POS)
                   MOVE AFT-DATA-VENCIMENTO
                       TO WRK-ATR-VENC(WRK-ATR-POS)
               END-IF
           END-IF.

       0320-ACHAR-ATRASO.
           MOVE ZEROS TO WRK-ATR-POS WRK-ATR-VALOR-CLI
                         WRK-ATR-VENC-CLI.
           IF WRK-ATR-QTD > 0
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-ATR-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-CLIENTE(WRK-ATR-IDX) =
                        WRK-ATR-PROCURADO
                       SET WRK-ATR-POS TO WRK-ATR-IDX
                       MOVE WRK-ATR-VALOR(WRK-ATR-IDX)
                           TO WRK-ATR-VALOR-CLI
                       MOVE WRK-ATR-VENC(WRK-ATR-IDX)
                           TO WRK-ATR-VENC-CLI
               END-SEARCH
           END-IF.

       0350-CLASSIFICAR-CARGA.
      * Carga propria (cliente em branco) envelhece mas nunca e
      * dada como abandonada.
           COMPUTE WRK-CRG-DIAS(WRK-CRG-LOOP) = WRK-HOJE-INT
               - FUNCTION INTEGER-OF-DATE
                   (WRK-CRG-DATA-ENT(WRK-CRG-LOOP)).
           EVALUATE TRUE
               WHEN WRK-CRG-DIAS(WRK-CRG-LOOP) <= 30
                   MOVE 1 TO WRK-CRG-FAIXA(WRK-CRG-LOOP)
               WHEN WRK-CRG-DIAS(WRK-CRG-LOOP) <= 90
                   MOVE 2 TO WRK-CRG-FAIXA(WRK-CRG-LOOP)
               WHEN WRK-CRG-DIAS(WRK-CRG-LOOP) <= 180
                   MOVE 3 TO WRK-CRG-FAIXA(WRK-CRG-LOOP)
               WHEN OTHER
                   MOVE 4 TO WRK-CRG-FAIXA(WRK-CRG-LOOP)
           END-EVALUATE.
           MOVE WRK-CRG-FAIXA(WRK-CRG-LOOP) TO WRK-FXA-LOOP.
           ADD 1 TO WRK-FXA-QTD(WRK-FXA-LOOP).
           ADD WRK-CRG-SALDO(WRK-CRG-LOOP)
               TO WRK-FXA-VOLUME(WRK-FXA-LOOP).
           MOVE WRK-CRG-CLIENTE(WRK-CRG-LOOP) TO WRK-ATR-PROCURADO.
           PERFORM 0320-ACHAR-ATRASO.
           MOVE 'N' TO WRK-CRG-ABANDONO(WRK-CRG-LOOP)
                       WRK-CRG-AVISADA(WRK-CRG-LOOP).
           IF WRK-CRG-CLIENTE(WRK-CRG-LOOP) NOT = SPACES
               AND WRK-CRG-DIAS(WRK-CRG-LOOP) > WRK-DIAS-ABANDONO
               AND (NOT ABANDONO-EXIGE-ATRASO
                    OR WRK-ATR-VALOR-CLI > ZEROS)
               MOVE 'S' TO WRK-CRG-ABANDONO(WRK-CRG-LOOP)
               ADD 1 TO WRK-QTD-ABANDONADAS
           END-IF.

       0400-RELATORIO-PERMANENCIA.
           MOVE 'PROGCOB118' TO WRK-REP-PROGRAMA.
           MOVE 'PERMANENCIA DA CARGA ARMAZENADA' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'LIMITE DE ABANDONO: ' WRK-DIAS-ABANDONO ' DIAS'.
           DISPLAY 'CLIENTE REFERENCIA      DEPOSITO   ENTRADA    '
               'DIAS FAIXA   VOLUME(M3)  ARMAZ. VENCIDA'.
           PERFORM VARYING WRK-CRG-LOOP FROM 1 BY 1
                   UNTIL WRK-CRG-LOOP > WRK-CRG-QTD
               IF WRK-CRG-SALDO(WRK-CRG-LOOP) > ZEROS
                   PERFORM 0450-LISTAR-CARGA
               END-IF
           END-PERFORM.
           DISPLAY '-------------------------------------'.
           DISPLAY 'FAIXA    REFERENCIAS   VOLUME(M3)'.
           PERFORM VARYING WRK-FXA-LOOP FROM 1 BY 1
                   UNTIL WRK-FXA-LOOP > 4
               PERFORM 0470-NOMEAR-FAIXA
               MOVE WRK-FXA-VOLUME(WRK-FXA-LOOP) TO WRK-VOLUME-TOT-ED
               DISPLAY WRK-FXA-NOME '  ' WRK-FXA-QTD(WRK-FXA-LOOP)
                   '  ' WRK-VOLUME-TOT-ED
           END-PERFORM.
           DISPLAY 'CARGAS ABANDONADAS: ' WRK-QTD-ABANDONADAS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB118'        TO WRK-AUD-PROGRAMA.
           MOVE 'PERMANENCIA-CARGA' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-DATA-HOJE       TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-ABANDONADAS TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0450-LISTAR-CARGA.
           MOVE WRK-CRG-FAIXA(WRK-CRG-LOOP) TO WRK-FXA-LOOP.
           PERFORM 0470-NOMEAR-FAIXA.
           MOVE WRK-CRG-CLIENTE(WRK-CRG-LOOP) TO WRK-ATR-PROCURADO.
           PERFORM 0320-ACHAR-ATRASO.
           MOVE WRK-CRG-DATA-ENT(WRK-CRG-LOOP) TO WRK-DATA-ED.
           MOVE WRK-CRG-DIAS(WRK-CRG-LOOP)     TO WRK-DIAS-ED.
           MOVE WRK-CRG-SALDO(WRK-CRG-LOOP)    TO WRK-VOLUME-ED.
           MOVE WRK-ATR-VALOR-CLI              TO WRK-VAL-ED.
           IF WRK-CRG-ABANDONO(WRK-CRG-LOOP) = 'S'
               MOVE 'ABANDONADA' TO WRK-MARCA-ABANDONO
           ELSE
               MOVE SPACES       TO WRK-MARCA-ABANDONO
           END-IF.
           DISPLAY WRK-CRG-CLIENTE(WRK-CRG-LOOP) ' '
               WRK-CRG-REFERENCIA(WRK-CRG-LOOP) ' '
               WRK-CRG-DEPOSITO(WRK-CRG-LOOP) ' ' WRK-DATA-ED ' '
               WRK-DIAS-ED ' ' WRK-FXA-NOME ' ' WRK-VOLUME-ED ' '
               WRK-VAL-ED ' ' WRK-MARCA-ABANDONO.

       0470-NOMEAR-FAIXA.
           EVALUATE WRK-FXA-LOOP
               WHEN 1
                   MOVE '0-30'    TO WRK-FXA-NOME
               WHEN 2
                   MOVE '31-90'   TO WRK-FXA-NOME
               WHEN 3
                   MOVE '91-180'  TO WRK-FXA-NOME
               WHEN OTHER
                   MOVE '180+'    TO WRK-FXA-NOME
           END-EVALUATE.

       0600-EMITIR-AVISOS.
      * Uma carta por cliente com carga abandonada, listando todas
      * as referencias dele acima do limite.
           MOVE ZEROS TO WRK-QTD-CARTAS.
           PERFORM VARYING WRK-CRG-CARTA FROM 1 BY 1
                   UNTIL WRK-CRG-CARTA > WRK-CRG-QTD
               IF WRK-CRG-ABANDONO(WRK-CRG-CARTA) = 'S'
                   AND WRK-CRG-AVISADA(WRK-CRG-CARTA) = 'N'
                   PERFORM 0650-EMITIR-CARTA
               END-IF
           END-PERFORM.
           DISPLAY 'AVISOS DE ABANDONO EMITIDOS: ' WRK-QTD-CARTAS.
           ADD WRK-QTD-CARTAS TO WRK-RUN-QTD-LIDOS.

       0650-EMITIR-CARTA.
           MOVE 'PROGCOB118' TO WRK-REP-PROGRAMA.
           MOVE 'AVISO DE CARGA ABANDONADA' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE WRK-CRG-CLIENTE(WRK-CRG-CARTA) TO WRK-CLI-PROCURADO.
           PERFORM 9570-VALIDAR-CLIENTE.
           IF CLIENTE-INVALIDO
               MOVE SPACES TO CLI-NOME
           END-IF.
           DISPLAY 'CLIENTE.........: ' WRK-CRG-CLIENTE(WRK-CRG-CARTA)
               ' ' CLI-NOME.
           DISPLAY ' '.
           DISPLAY 'A CARGA ABAIXO ESTA EM NOSSOS DEPOSITOS HA MAIS DE '
               WRK-DIAS-ABANDONO ' DIAS'.
           DISPLAY 'REFERENCIA      DEPOSITO   ENTRADA     DIAS '
               '  VOLUME(M3)'.
           PERFORM VARYING WRK-CRG-LOOP FROM WRK-CRG-CARTA BY 1
                   UNTIL WRK-CRG-LOOP > WRK-CRG-QTD
               IF WRK-CRG-CLIENTE(WRK-CRG-LOOP) =
                       WRK-CRG-CLIENTE(WRK-CRG-CARTA)
                   AND WRK-CRG-ABANDONO(WRK-CRG-LOOP) = 'S'
                   MOVE 'S' TO WRK-CRG-AVISADA(WRK-CRG-LOOP)
                   MOVE WRK-CRG-DATA-ENT(WRK-CRG-LOOP) TO WRK-DATA-ED
                   MOVE WRK-CRG-DIAS(WRK-CRG-LOOP)     TO WRK-DIAS-ED
                   MOVE WRK-CRG-SALDO(WRK-CRG-LOOP)
                       TO WRK-VOLUME-ED
                   DISPLAY WRK-CRG-REFERENCIA(WRK-CRG-LOOP) ' '
                       WRK-CRG-DEPOSITO(WRK-CRG-LOOP) ' '
                       WRK-DATA-ED ' ' WRK-DIAS-ED ' ' WRK-VOLUME-ED
               END-IF
           END-PERFORM.
           MOVE WRK-CRG-CLIENTE(WRK-CRG-CARTA) TO WRK-ATR-PROCURADO.
           PERFORM 0320-ACHAR-ATRASO.
           DISPLAY ' '.
           IF WRK-ATR-VALOR-CLI > ZEROS
               MOVE WRK-ATR-VALOR-CLI TO WRK-VAL-ED
               MOVE WRK-ATR-VENC-CLI  TO WRK-DATA-ED
               DISPLAY 'ARMAZENAGEM VENCIDA EM ABERTO: ' WRK-VAL-ED
                   ' (DESDE ' WRK-DATA-ED ')'
           END-IF.
           DISPLAY 'SOLICITAMOS A RETIRADA DA CARGA E A QUITACAO DA '
               'ARMAZENAGEM.'.
           DISPLAY 'SEM MANIFESTACAO, A CARGA SERA TRATADA COMO '
               'ABANDONADA NOS'.
           DISPLAY 'TERMOS DO CONTRATO DE ARMAZENAGEM.'.
           ADD 1 TO WRK-QTD-CARTAS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB118'       TO WRK-AUD-PROGRAMA.
           MOVE 'AVISO-ABANDONO'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CRG-CLIENTE(WRK-CRG-CARTA)
               TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-ATR-VALOR-CLI  TO WRK-VAL-ED.
           MOVE WRK-VAL-ED         TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'clipp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB118.
