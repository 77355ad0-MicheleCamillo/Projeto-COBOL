      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Crediario da livraria - relatorio das parcelas
      *          vencidas e nao pagas (CREDIARIO.DAT) por loja, com
      *          dias de atraso e subtotal de cada loja, e consulta
      *          da posicao do cliente no crediario (limite do
      *          cadastro da loja, parcelas em aberto e disponivel)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB123.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'cljsel.cpy'.
            COPY 'crdsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'cljfd.cpy'.
           COPY 'crdfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-CREDIARIO   VALUE 'S'.

      * Data de referencia e loja do relatorio - loja zero e a rede
      * inteira, impressa loja a loja.
       77 WRK-VNC-DATA-REF     PIC 9(08)   VALUE ZEROS.
       77 WRK-VNC-LOJA         PIC 9(04)   VALUE ZEROS.
       77 WRK-VNC-INT-REF      PIC 9(08)   VALUE ZEROS.
       77 WRK-VNC-ATRASO       PIC 9(05)   VALUE ZEROS.

      * Lojas com parcela vencida, em ordem crescente, para o
      * relatorio sair agrupado por loja.
       01 WRK-TAB-LOJAS.
           02 WRK-LJV-ENTRADA OCCURS 50 TIMES.
               03 WRK-LJV-LOJA       PIC 9(04)     VALUE ZEROS.
       77 WRK-LJV-USADAS       PIC 9(02)   VALUE ZEROS.
       77 WRK-LJV-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-LJV-POS          PIC 9(02)   VALUE ZEROS.
       77 WRK-LJV-ACHOU        PIC X(01)   VALUE 'N'.
           88 LOJA-NA-TABELA   VALUE 'S'.
       77 WRK-LJV-CORRENTE     PIC 9(04)   VALUE ZEROS.

       77 WRK-QTD-LOJA         PIC 9(05)   VALUE ZEROS.
       77 WRK-VALOR-LOJA       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-GERAL        PIC 9(05)   VALUE ZEROS.
       77 WRK-VALOR-GERAL      PIC 9(09)V99 VALUE ZEROS.

      * Posicao do cliente.
       77 WRK-POS-CLIENTE      PIC X(06)   VALUE SPACES.
       77 WRK-POS-DISPONIVEL   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-POS-QTD          PIC 9(03)   VALUE ZEROS.

      * Campos editados.
       77 WRK-VAL-ED           PIC $ZZZ.ZZ9,99     VALUE ZEROS.
       77 WRK-TOT-ED           PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-DISP-ED          PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-ATRASO-ED        PIC ZZZZ9           VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'cljws.cpy'.
           COPY 'crdws.cpy'.
           COPY 'datechk.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB123' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-CREDIARIO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= CREDIARIO DA LIVRARIA ======='.
           DISPLAY '1 - PARCELAS VENCIDAS POR LOJA'.
           DISPLAY '2 - POSICAO DO CLIENTE NO CREDIARIO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RELATORIO-VENCIDAS
               WHEN 2
                   PERFORM 0600-POSICAO-CLIENTE
               WHEN ZERO
                   SET SAIR-CREDIARIO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-RELATORIO-VENCIDAS.
      * Vencida e a parcela em aberto com vencimento anterior a data
      * de referencia (o vencimento ja vem rolado para dia util).
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, BRANCO = HOJE):'.
           ACCEPT WRK-VNC-DATA-REF.
           IF WRK-VNC-DATA-REF = ZEROS
               ACCEPT WRK-VNC-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'LOJA (ZEROS = REDE):'.
           ACCEPT WRK-VNC-LOJA.
           MOVE WRK-VNC-DATA-REF(1:4) TO WRK-DTV-ANO.
           MOVE WRK-VNC-DATA-REF(5:2) TO WRK-DTV-MES.
           MOVE WRK-VNC-DATA-REF(7:2) TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           IF DATA-INVALIDA
               DISPLAY 'DATA INVALIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               COMPUTE WRK-VNC-INT-REF =
                   FUNCTION INTEGER-OF-DATE(WRK-VNC-DATA-REF)
               MOVE ZEROS TO WRK-QTD-GERAL WRK-VALOR-GERAL
               PERFORM 0310-CARREGAR-LOJAS
               MOVE 'PROGCOB123' TO WRK-REP-PROGRAMA
               MOVE 'PARCELAS VENCIDAS DO CREDIARIO'
                   TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'REFERENCIA: ' WRK-VNC-DATA-REF
               IF WRK-LJV-USADAS = ZEROS
                   DISPLAY 'NENHUMA PARCELA VENCIDA'
               ELSE
                   PERFORM VARYING WRK-LJV-LOOP FROM 1 BY 1
                           UNTIL WRK-LJV-LOOP > WRK-LJV-USADAS
                       MOVE WRK-LJV-LOJA(WRK-LJV-LOOP)
                           TO WRK-LJV-CORRENTE
                       PERFORM 0400-IMPRIMIR-LOJA
                   END-PERFORM
               END-IF
               MOVE WRK-VALOR-GERAL TO WRK-TOT-ED
               DISPLAY '-------------------------------------'
               DISPLAY 'PARCELAS VENCIDAS..: ' WRK-QTD-GERAL
               DISPLAY 'VALOR VENCIDO......: ' WRK-TOT-ED
               ADD 1 TO WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB123'       TO WRK-AUD-PROGRAMA
               MOVE 'CREDIARIO-VENCIDO' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-VNC-DATA-REF   TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-TOT-ED         TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0310-CARREGAR-LOJAS.
           MOVE ZEROS TO WRK-LJV-USADAS.
           MOVE 'N'   TO WRK-EOF-CREDIARIO.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CREDIARIO = '00'
               PERFORM UNTIL FIM-CREDIARIO
                   READ ARQ-CREDIARIO NEXT RECORD
                       AT END
                           SET FIM-CREDIARIO TO TRUE
                       NOT AT END
                           IF CRD-EM-ABERTO
                               AND CRD-VENCIMENTO < WRK-VNC-DATA-REF
                               AND (WRK-VNC-LOJA = ZEROS
                                    OR CRD-LOJA = WRK-VNC-LOJA)
                               PERFORM 0320-INCLUIR-LOJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDIARIO
           END-IF.

       0320-INCLUIR-LOJA.
      * Insercao em ordem: a loja nova entra na posicao da primeira
      * loja maior e as seguintes descem uma posicao.
           MOVE 'N'   TO WRK-LJV-ACHOU.
           MOVE ZEROS TO WRK-LJV-POS.
           PERFORM VARYING WRK-LJV-LOOP FROM 1 BY 1
                   UNTIL WRK-LJV-LOOP > WRK-LJV-USADAS
                      OR WRK-LJV-POS > ZEROS
               IF WRK-LJV-LOJA(WRK-LJV-LOOP) = CRD-LOJA
                   SET LOJA-NA-TABELA TO TRUE
                   MOVE WRK-LJV-LOOP TO WRK-LJV-POS
               ELSE
                   IF WRK-LJV-LOJA(WRK-LJV-LOOP) > CRD-LOJA
                       MOVE WRK-LJV-LOOP TO WRK-LJV-POS
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN LOJA-NA-TABELA
                   CONTINUE
               WHEN WRK-LJV-USADAS >= 50
                   DISPLAY 'TABELA DE LOJAS CHEIA (MAX 50) - LOJA '
                       CRD-LOJA ' FORA DO RELATORIO'
               WHEN OTHER
                   IF WRK-LJV-POS = ZEROS
                       COMPUTE WRK-LJV-POS = WRK-LJV-USADAS + 1
                   ELSE
                       PERFORM VARYING WRK-LJV-LOOP
                               FROM WRK-LJV-USADAS BY -1
                               UNTIL WRK-LJV-LOOP < WRK-LJV-POS
                           MOVE WRK-LJV-LOJA(WRK-LJV-LOOP)
                               TO WRK-LJV-LOJA(WRK-LJV-LOOP + 1)
                       END-PERFORM
                   END-IF
                   MOVE CRD-LOJA TO WRK-LJV-LOJA(WRK-LJV-POS)
                   ADD 1 TO WRK-LJV-USADAS
           END-EVALUATE.

       0400-IMPRIMIR-LOJA.
           MOVE ZEROS TO WRK-QTD-LOJA WRK-VALOR-LOJA.
           MOVE 'N'   TO WRK-EOF-CREDIARIO.
           DISPLAY ' '.
           DISPLAY 'LOJA ' WRK-LJV-CORRENTE.
           DISPLAY 'CONTRATO PC CLIENTE  VENCIMENTO ATRASO'
               '        VALOR'.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CREDIARIO = '00'
               PERFORM UNTIL FIM-CREDIARIO
                   READ ARQ-CREDIARIO NEXT RECORD
                       AT END
                           SET FIM-CREDIARIO TO TRUE
                       NOT AT END
                           IF CRD-EM-ABERTO
                               AND CRD-VENCIMENTO < WRK-VNC-DATA-REF
                               AND CRD-LOJA = WRK-LJV-CORRENTE
                               PERFORM 0410-IMPRIMIR-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDIARIO
           END-IF.
           MOVE WRK-VALOR-LOJA TO WRK-TOT-ED.
           DISPLAY 'SUBTOTAL DA LOJA ' WRK-LJV-CORRENTE ': '
               WRK-QTD-LOJA ' PARCELAS  ' WRK-TOT-ED.
           ADD WRK-QTD-LOJA   TO WRK-QTD-GERAL.
           ADD WRK-VALOR-LOJA TO WRK-VALOR-GERAL.

       0410-IMPRIMIR-PARCELA.
           COMPUTE WRK-VNC-ATRASO = WRK-VNC-INT-REF -
               FUNCTION INTEGER-OF-DATE(CRD-VENCIMENTO).
           MOVE WRK-VNC-ATRASO TO WRK-ATRASO-ED.
           MOVE CRD-VALOR      TO WRK-VAL-ED.
           DISPLAY CRD-CONTRATO '   ' CRD-PARCELA ' ' CRD-CLIENTE
               '  ' CRD-VENCIMENTO '   ' WRK-ATRASO-ED ' '
               WRK-VAL-ED.
           ADD 1         TO WRK-QTD-LOJA.
           ADD CRD-VALOR TO WRK-VALOR-LOJA.

       0600-POSICAO-CLIENTE.
           DISPLAY 'CLIENTE DA LOJA:'.
           ACCEPT WRK-POS-CLIENTE.
           MOVE WRK-POS-CLIENTE TO WRK-CLJ-PROCURADO.
           PERFORM 9595-BUSCAR-CLIENTE-LOJA.
           IF CLIENTE-LOJA-INVALIDO
               DISPLAY 'CLIENTE FORA DO CADASTRO DA LOJA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               DISPLAY 'CLIENTE ' WRK-POS-CLIENTE
               DISPLAY 'CONTRATO PC VENCIMENTO        VALOR'
               MOVE ZEROS TO WRK-POS-QTD
               MOVE 'N'   TO WRK-EOF-CREDIARIO
               OPEN INPUT ARQ-CREDIARIO
               IF WRK-FS-CREDIARIO = '00'
                   PERFORM UNTIL FIM-CREDIARIO
                       READ ARQ-CREDIARIO NEXT RECORD
                           AT END
                               SET FIM-CREDIARIO TO TRUE
                           NOT AT END
                               IF CRD-EM-ABERTO
                                   AND CRD-CLIENTE = WRK-POS-CLIENTE
                                   PERFORM 0610-LISTAR-ABERTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CREDIARIO
               END-IF
               MOVE WRK-POS-CLIENTE TO WRK-CRD-CLIENTE-PROC
               PERFORM 9660-SOMAR-ABERTO-CLIENTE
               COMPUTE WRK-POS-DISPONIVEL =
                   WRK-CLJ-LIMITE - WRK-CRD-EM-ABERTO
               MOVE WRK-CLJ-LIMITE TO WRK-TOT-ED
               DISPLAY 'LIMITE DO CREDIARIO: ' WRK-TOT-ED
               MOVE WRK-CRD-EM-ABERTO TO WRK-TOT-ED
               DISPLAY 'EM ABERTO..........: ' WRK-TOT-ED
                   ' (' WRK-POS-QTD ' PARCELAS)'
               MOVE WRK-POS-DISPONIVEL TO WRK-DISP-ED
               DISPLAY 'DISPONIVEL.........: ' WRK-DISP-ED
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0610-LISTAR-ABERTA.
           MOVE CRD-VALOR TO WRK-VAL-ED.
           DISPLAY CRD-CONTRATO '   ' CRD-PARCELA ' ' CRD-VENCIMENTO
               ' ' WRK-VAL-ED.
           ADD 1 TO WRK-POS-QTD.

           COPY 'audpp.cpy'.
           COPY 'cljpp.cpy'.
           COPY 'crdpp.cpy'.
           COPY 'datevalpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB123.
