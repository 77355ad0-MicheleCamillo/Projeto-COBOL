      * Purpose: Contas a receber do frete - baixa de pagamento dos
      *          pedidos (PED-DATA-PAGAMENTO) e relatorio de aging dos
      *          pedidos em aberto por cliente, em faixas corrente /
      *          30 / 60 / 90+ dias de atraso sobre o vencimento;
      *          baixa tambem os titulos de armazenagem (ARMFAT.DAT)
      *          gerados pelo PROGCOB072
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'pedsel.cpy'.
            COPY 'fatsel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'armsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'pedfd.cpy'.
           COPY 'fatfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'armfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-FAT-PROCURADA    PIC 9(06)   VALUE ZEROS.
       77 WRK-FAT-BAIXADOS     PIC 9(03)   VALUE ZEROS.
       77 WRK-VENC-USADO       PIC 9(08)   VALUE ZEROS.
      * Baixa do titulo de armazenagem por cliente e competencia.
       77 WRK-ARM-CLIENTE      PIC X(06)   VALUE SPACES.
       77 WRK-ARM-COMPETENCIA  PIC 9(06)   VALUE ZEROS.

      * Acumulado por cliente e faixa de atraso.
       01 WRK-TAB-AGING.
           COPY 'pdtws.cpy'.
           COPY 'fatws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'armws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

           DISPLAY '1 - REGISTRAR PAGAMENTO RECEBIDO'.
           DISPLAY '2 - AGING DOS PEDIDOS EM ABERTO'.
           DISPLAY '3 - REGISTRAR PAGAMENTO DE FATURA'.
           DISPLAY '4 - REGISTRAR PAGAMENTO DE ARMAZENAGEM'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.
                   PERFORM 0500-RELATORIO-AGING
               WHEN 3
                   PERFORM 0400-BAIXAR-FATURA
               WHEN 4
                   PERFORM 0470-BAIXAR-ARMAZENAGEM
               WHEN ZERO
                   SET SAIR-RECEBIVEIS TO TRUE
               WHEN OTHER
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0470-BAIXAR-ARMAZENAGEM.
           DISPLAY 'CLIENTE DA ARMAZENAGEM:'.
           ACCEPT WRK-ARM-CLIENTE.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           ACCEPT WRK-ARM-COMPETENCIA.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, BRANCO = HOJE):'.
           ACCEPT WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO = ZEROS
               ACCEPT WRK-DATA-PAGTO FROM DATE YYYYMMDD
           END-IF.
           OPEN I-O ARQ-FATURAS-ARM.
           IF WRK-FS-FATARM NOT = '00'
               DISPLAY 'NENHUMA ARMAZENAGEM FATURADA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-ARM-CLIENTE     TO AFT-CLIENTE
               MOVE WRK-ARM-COMPETENCIA TO AFT-COMPETENCIA
               READ ARQ-FATURAS-ARM
                   INVALID KEY
                       DISPLAY 'ARMAZENAGEM NAO FATURADA PARA O '
                           'CLIENTE NA COMPETENCIA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       IF AFT-DATA-PAGAMENTO NOT = ZEROS
                           DISPLAY 'ARMAZENAGEM JA LIQUIDADA EM '
                               AFT-DATA-PAGAMENTO
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       ELSE
                           MOVE WRK-DATA-PAGTO TO AFT-DATA-PAGAMENTO
                           REWRITE REG-FATURA-ARM
                           DISPLAY 'PAGAMENTO DE ARMAZENAGEM '
                               'REGISTRADO'
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                           ACCEPT WRK-AUD-USUARIO
                               FROM ENVIRONMENT 'USER'
                           MOVE 'PROGCOB036'   TO WRK-AUD-PROGRAMA
                           MOVE 'BAIXA-ARMAZENAGEM'
                               TO WRK-AUD-CAMPO-CHAVE
                           MOVE AFT-CHAVE      TO WRK-AUD-VALOR-ENTRADA
                           MOVE WRK-DATA-PAGTO TO WRK-AUD-VALOR-SAIDA
                           PERFORM 9800-GRAVAR-AUDITORIA
                       END-IF
               END-READ
               CLOSE ARQ-FATURAS-ARM
           END-IF.

       0500-RELATORIO-AGING.
           MOVE 'PROGCOB036' TO WRK-REP-PROGRAMA.
           MOVE 'AGING DOS PEDIDOS EM ABERTO' TO WRK-REP-TITULO.
