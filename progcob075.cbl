      *          editoras/fornecedores (codigo, nome, prazo), aging
      *          dos titulos a pagar em faixas corrente/30/60/90+ como
      *          o aging de recebiveis do frete, e execucao de
      *          pagamento que programa o titulo para a remessa
      *          bancaria de fornecedores (PROGCOB109) - a baixa e a
      *          saida no razao so acontecem no retorno do banco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'audsel.cpy'.
            COPY 'forsel.cpy'.
            COPY 'capsel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
           COPY 'audfd.cpy'.
           COPY 'forfd.cpy'.
           COPY 'capfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-FOR-NOME         PIC X(20)   VALUE SPACES.
       77 WRK-FOR-PRAZO        PIC 9(03)   VALUE ZEROS.
       77 WRK-FOR-ATIVO        PIC X(01)   VALUE 'S'.
       77 WRK-FOR-BANCO        PIC 9(03)   VALUE ZEROS.
       77 WRK-FOR-AGENCIA      PIC 9(04)   VALUE ZEROS.
       77 WRK-FOR-CONTA        PIC 9(08)   VALUE ZEROS.

      * Aging dos titulos em aberto - dias de atraso sobre o
      * vencimento, nas mesmas faixas do aging de recebiveis.

      * Execucao de pagamento.
       77 WRK-PAG-NUMERO       PIC 9(06)   VALUE ZEROS.
       77 WRK-CAP-VALOR-ED     PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CAP-ORIGEM       PIC X(11)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'forws.cpy'.
           COPY 'capws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           DISPLAY '1 - INCLUIR OU ALTERAR FORNECEDOR'.
           DISPLAY '2 - LISTAR FORNECEDORES'.
           DISPLAY '3 - AGING DOS TITULOS A PAGAR'.
           DISPLAY '4 - PROGRAMAR PAGAMENTO DE TITULO (REMESSA)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.
           ACCEPT WRK-FOR-PRAZO.
           DISPLAY 'ATIVO (S/N):'.
           ACCEPT WRK-FOR-ATIVO.
           DISPLAY 'BANCO (3 DIGITOS, ZERO = SEM CONTA):'.
           ACCEPT WRK-FOR-BANCO.
           DISPLAY 'AGENCIA (4 DIGITOS):'.
           ACCEPT WRK-FOR-AGENCIA.
           DISPLAY 'CONTA (8 DIGITOS):'.
           ACCEPT WRK-FOR-CONTA.
           IF WRK-FOR-CODIGO = SPACES OR WRK-FOR-NOME = SPACES
               DISPLAY 'CODIGO E NOME SAO OBRIGATORIOS'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
               MOVE WRK-FOR-CODIGO TO FOR-CODIGO
               MOVE WRK-FOR-NOME   TO FOR-NOME
               MOVE WRK-FOR-PRAZO  TO FOR-PRAZO-DIAS
               MOVE WRK-FOR-BANCO   TO FOR-BANCO
               MOVE WRK-FOR-AGENCIA TO FOR-AGENCIA
               MOVE WRK-FOR-CONTA   TO FOR-CONTA
               IF WRK-FOR-ATIVO = 'N'
                   MOVE 'N' TO FOR-ATIVO
               ELSE
               DISPLAY 'NENHUM FORNECEDOR CADASTRADO'
           ELSE
               DISPLAY 'CODIGO NOME                 PRAZO ATIVO'
                   ' BCO/AGEN/CONTA'
               PERFORM UNTIL FIM-FORNECEDORES
                   READ ARQ-FORNECEDORES NEXT RECORD
                       AT END
                       NOT AT END
                           DISPLAY FOR-CODIGO ' ' FOR-NOME ' '
                               FOR-PRAZO-DIAS '   ' FOR-ATIVO
                               '     ' FOR-BANCO '/' FOR-AGENCIA '/'
                               FOR-CONTA
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-READ
               END-PERFORM
               FUNCTION INTEGER-OF-DATE(CAP-DATA-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           MOVE CAP-VALOR TO WRK-CAP-VALOR-ED.
      * Titulo de acerto de consignacao sai identificado - nao ha
      * compra por tras dele, so as unidades vendidas no mes.
           IF CAP-ACERTO-CONSIG > ZEROS
               MOVE 'CONSIGNACAO' TO WRK-CAP-ORIGEM
           ELSE
               MOVE SPACES        TO WRK-CAP-ORIGEM
           END-IF.
           DISPLAY CAP-NUMERO ' ' CAP-FORNECEDOR ' '
               WRK-CAP-VALOR-ED ' VENC ' CAP-DATA-VENCIMENTO ' '
               WRK-CAP-ORIGEM.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= ZEROS
                   ADD CAP-VALOR TO WRK-AGE-CORRENTE
           ADD 1 TO WRK-QTD-ABERTOS.

       0600-PAGAR-TITULO.
      * O pagamento sai pela remessa bancaria de fornecedores
      * (PROGCOB109): aqui o titulo so fica programado para a
      * proxima remessa, mesmo antes do vencimento. A baixa e o
      * lancamento no razao esperam o banco confirmar o credito.
           DISPLAY 'NUMERO DO TITULO:'.
           ACCEPT WRK-PAG-NUMERO.
           OPEN I-O ARQ-CONTAS-PAGAR.
           IF WRK-FS-CONTAS-PAGAR NOT = '00'
               DISPLAY 'NENHUM TITULO A PAGAR'
                       DISPLAY 'TITULO NAO ENCONTRADO'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       PERFORM 0610-PROGRAMAR-TITULO
               END-READ
               CLOSE ARQ-CONTAS-PAGAR
           END-IF.

       0610-PROGRAMAR-TITULO.
           EVALUATE TRUE
               WHEN CAP-DATA-PAGAMENTO NOT = ZEROS
                   DISPLAY 'TITULO JA PAGO EM ' CAP-DATA-PAGAMENTO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN CAP-SITUACAO = 'E'
                   DISPLAY 'TITULO JA ENVIADO AO BANCO NA REMESSA DE '
                       CAP-DATA-REMESSA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN CAP-SITUACAO = 'A'
                   DISPLAY 'TITULO JA PROGRAMADO PARA A REMESSA'
               WHEN OTHER
                   MOVE 'A' TO CAP-SITUACAO
                   REWRITE REG-CONTA-PAGAR
                   MOVE CAP-VALOR TO WRK-CAP-VALOR-ED
                   DISPLAY 'TITULO ' CAP-NUMERO ' PROGRAMADO - '
                       WRK-CAP-VALOR-ED
                   DISPLAY 'O PAGAMENTO SAI NA PROXIMA REMESSA '
                       '(PROGCOB109)'
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
                   MOVE 'PROGCOB075'   TO WRK-AUD-PROGRAMA
                   MOVE 'PAGAMENTO'    TO WRK-AUD-CAMPO-CHAVE
                   MOVE WRK-PAG-NUMERO TO WRK-AUD-VALOR-ENTRADA
                   MOVE WRK-CAP-VALOR-ED TO WRK-AUD-VALOR-SAIDA
                   PERFORM 9800-GRAVAR-AUDITORIA
           END-EVALUATE.

       0900-GRAVAR-AUDITORIA-FOR.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
