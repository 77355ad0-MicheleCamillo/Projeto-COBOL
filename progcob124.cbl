      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Devolucao de livros comprados as editoras - o
      *          documento de devolucao por editora leva ISBN,
      *          quantidade, custo, motivo (avaria ou excesso de
      *          estoque) e o pedido de compra de origem
      *          (PEDCOMPRA.DAT), baixa LIV-ESTOQUE e o saldo da loja
      *          e emite a nota de debito, que abate o proximo titulo
      *          em aberto da editora no contas a pagar
      *          (CONTASPAG.DAT); lista as devolucoes aguardando a
      *          confirmacao do credito pela editora
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB124.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'livsel.cpy'.
            COPY 'etlsel.cpy'.
            COPY 'pcosel.cpy'.
            COPY 'forsel.cpy'.
            COPY 'capsel.cpy'.
            COPY 'dvfsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'livfd.cpy'.
           COPY 'etlfd.cpy'.
           COPY 'pcofd.cpy'.
           COPY 'forfd.cpy'.
           COPY 'capfd.cpy'.
           COPY 'dvffd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-DEVOLUCAO   VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Documento de devolucao em digitacao.
       77 WRK-DEV-EDITORA      PIC X(20)   VALUE SPACES.
       77 WRK-DEV-LOJA         PIC 9(04)   VALUE ZEROS.
       77 WRK-DEV-ISBN         PIC X(13)   VALUE SPACES.
       77 WRK-DEV-PEDIDO       PIC 9(06)   VALUE ZEROS.
       77 WRK-DEV-QTD          PIC 9(05)   VALUE ZEROS.
       77 WRK-DEV-CUSTO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DEV-MOTIVO       PIC X(01)   VALUE SPACES.
           88 MOTIVO-VALIDO    VALUE 'A' 'E'.
       77 WRK-DEV-LIN-VALOR    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-LINHAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-DEV-OK           PIC X(01)   VALUE 'N'.
           88 LINHA-OK         VALUE 'S'.
       77 WRK-DEV-FIM          PIC X(01)   VALUE 'N'.
           88 FIM-DOCUMENTO    VALUE 'S'.

      * Abatimento da nota de debito no contas a pagar: o titulo em
      * aberto da editora de vencimento mais proximo recebe o saldo
      * da nota ate o valor dele.
       77 WRK-NDB-SALDO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ABT-CAP          PIC 9(06)   VALUE ZEROS.
       77 WRK-ABT-VENC         PIC 9(08)   VALUE ZEROS.
       77 WRK-ABT-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-ABATIDAS     PIC 9(04)   VALUE ZEROS.

      * Confirmacao do credito e listagem das notas aguardando.
       77 WRK-NDB-NUMERO       PIC 9(06)   VALUE ZEROS.
       77 WRK-CONFIRMA         PIC X(01)   VALUE 'N'.
       77 WRK-EDITORA-FILTRO   PIC X(20)   VALUE SPACES.
       77 WRK-DIAS-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-AGUARDANDO  PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-NOTAS        PIC 9(04)   VALUE ZEROS.
       77 WRK-TOT-VALOR        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ABATIDO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-A-ABATER     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-MOTIVO-ED        PIC X(07)   VALUE SPACES.
       77 WRK-DIAS-ED          PIC ZZZZ9   VALUE ZEROS.
       77 WRK-CUSTO-ED         PIC $ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VAL-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ABT-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-ED           PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'etlws.cpy'.
           COPY 'pcows.cpy'.
           COPY 'forws.cpy'.
           COPY 'capws.cpy'.
           COPY 'dvfws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB124' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM 0150-LER-DVF-SEQ.
           PERFORM UNTIL SAIR-DEVOLUCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= DEVOLUCAO A EDITORAS ======='.
           DISPLAY '1 - EMITIR DEVOLUCAO E NOTA DE DEBITO'.
           DISPLAY '2 - ABATER SALDO DAS NOTAS NO CONTAS A PAGAR'.
           DISPLAY '3 - CONFIRMAR CREDITO DA EDITORA'.
           DISPLAY '4 - DEVOLUCOES AGUARDANDO CREDITO DA EDITORA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-EMITIR-DEVOLUCAO
               WHEN 2
                   PERFORM 0500-ABATER-PENDENTES
               WHEN 3
                   PERFORM 0600-CONFIRMAR-CREDITO
               WHEN 4
                   PERFORM 0700-AGUARDANDO-CREDITO
               WHEN ZERO
                   SET SAIR-DEVOLUCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0150-LER-DVF-SEQ.
           OPEN INPUT ARQ-DVF-SEQ.
           IF WRK-FS-DVF-SEQ = '00'
               READ ARQ-DVF-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DFS-ULTIMO-NUMERO TO WRK-DVF-NUMERO
               END-READ
               CLOSE ARQ-DVF-SEQ
           END-IF.

       0300-EMITIR-DEVOLUCAO.
      * A nota de debito posta a saida do estoque contra fornecedores
      * a pagar - em periodo contabil fechado a devolucao e recusada,
      * como os demais lancadores.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           MOVE WRK-PER-DATA(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                   ' JA FECHADO - DEVOLUCAO RECUSADA'
               MOVE 'PROGCOB124'      TO WRK-SUS-PROGRAMA
               MOVE 'PERIODO'         TO WRK-SUS-CAMPO
               MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR
               MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0310-CAPTAR-DOCUMENTO
           END-IF.

       0310-CAPTAR-DOCUMENTO.
           DISPLAY 'EDITORA:'.
           ACCEPT WRK-DEV-EDITORA.
           MOVE WRK-DEV-EDITORA TO WRK-FOR-NOME-PROC.
           PERFORM 9585-VALIDAR-EDITORA.
           IF EDITORA-INVALIDA
               DISPLAY 'EDITORA FORA DO MASTER DE FORNECEDORES'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               DISPLAY 'LOJA DE ORIGEM DA MERCADORIA:'
               ACCEPT WRK-DEV-LOJA
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               ADD 1 TO WRK-DVF-NUMERO
               MOVE ZEROS TO WRK-DEV-VALOR WRK-DEV-LINHAS
               MOVE 'N'   TO WRK-DEV-FIM
               PERFORM UNTIL FIM-DOCUMENTO
                   PERFORM 0320-CAPTAR-LINHA
               END-PERFORM
               IF WRK-DEV-LINHAS = ZEROS
                   DISPLAY 'DOCUMENTO SEM LINHAS - NADA DEVOLVIDO'
                   SUBTRACT 1 FROM WRK-DVF-NUMERO
               ELSE
                   PERFORM 0380-REGRAVAR-DVF-SEQ
                   PERFORM 0400-EMITIR-NOTA-DEBITO
               END-IF
           END-IF.

       0320-CAPTAR-LINHA.
           DISPLAY 'ISBN DEVOLVIDO (BRANCO = ENCERRAR DOCUMENTO):'.
           MOVE SPACES TO WRK-DEV-ISBN.
           ACCEPT WRK-DEV-ISBN.
           IF WRK-DEV-ISBN = SPACES
               SET FIM-DOCUMENTO TO TRUE
           ELSE
               DISPLAY 'PEDIDO DE COMPRA DE ORIGEM:'
               ACCEPT WRK-DEV-PEDIDO
               DISPLAY 'QUANTIDADE DEVOLVIDA:'
               ACCEPT WRK-DEV-QTD
               DISPLAY 'MOTIVO (A = AVARIA, E = EXCESSO DE ESTOQUE):'
               ACCEPT WRK-DEV-MOTIVO
               PERFORM 0330-CONFERIR-LINHA
               IF LINHA-OK
                   PERFORM 0340-GRAVAR-LINHA
               END-IF
               IF LINHA-OK
                   PERFORM 0350-BAIXAR-ESTOQUE
                   COMPUTE WRK-DEV-LIN-VALOR =
                       WRK-DEV-QTD * WRK-DEV-CUSTO
                   ADD WRK-DEV-LIN-VALOR TO WRK-DEV-VALOR
                   ADD 1 TO WRK-DEV-LINHAS WRK-RUN-QTD-LIDOS
                   MOVE WRK-DEV-CUSTO     TO WRK-CUSTO-ED
                   MOVE WRK-DEV-LIN-VALOR TO WRK-VAL-ED
                   DISPLAY 'LINHA ' WRK-DEV-LINHAS ' - ' WRK-DEV-ISBN
                       ' QTD ' WRK-DEV-QTD ' CUSTO ' WRK-CUSTO-ED
                       ' VALOR ' WRK-VAL-ED
                   ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
                   MOVE 'PROGCOB124'     TO WRK-AUD-PROGRAMA
                   MOVE 'DEVOL-EDITORA'  TO WRK-AUD-CAMPO-CHAVE
                   MOVE WRK-DEV-ISBN     TO WRK-AUD-VALOR-ENTRADA
                   MOVE WRK-DEV-QTD      TO WRK-AUD-VALOR-SAIDA
                   PERFORM 9800-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       0330-CONFERIR-LINHA.
      * A linha tem de existir no pedido de compra da mesma editora,
      * e a devolucao nao passa do que o pedido recebeu; o custo e o
      * da linha do pedido, que foi o que a editora faturou.
           MOVE 'N' TO WRK-DEV-OK.
           OPEN INPUT ARQ-PEDIDOS-COMPRA.
           IF WRK-FS-PED-COMPRA NOT = '00'
               DISPLAY 'NENHUM PEDIDO DE COMPRA GRAVADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-DEV-PEDIDO TO PCO-NUMERO
               MOVE WRK-DEV-ISBN   TO PCO-ISBN
               READ ARQ-PEDIDOS-COMPRA
                   INVALID KEY
                       DISPLAY 'ISBN FORA DO PEDIDO DE COMPRA '
                           WRK-DEV-PEDIDO
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       PERFORM 0335-VALIDAR-PEDIDO
               END-READ
               CLOSE ARQ-PEDIDOS-COMPRA
           END-IF.

       0335-VALIDAR-PEDIDO.
           EVALUATE TRUE
               WHEN PCO-EDITORA NOT = WRK-DEV-EDITORA
                   DISPLAY 'PEDIDO E DA EDITORA ' PCO-EDITORA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-DEV-QTD = ZEROS
                 OR WRK-DEV-QTD > PCO-QTD-RECEBIDA
                   DISPLAY 'QUANTIDADE ACIMA DO RECEBIDO NO PEDIDO: '
                       PCO-QTD-RECEBIDA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN NOT MOTIVO-VALIDO
                   DISPLAY 'MOTIVO INVALIDO - A OU E'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   MOVE PCO-CUSTO-ESPERADO TO WRK-DEV-CUSTO
                   SET LINHA-OK TO TRUE
           END-EVALUATE.

       0340-GRAVAR-LINHA.
           OPEN I-O ARQ-DEVOLUCAO-FORN.
           IF WRK-FS-DEVOLUCAO-FORN = '35'
               OPEN OUTPUT ARQ-DEVOLUCAO-FORN
               CLOSE ARQ-DEVOLUCAO-FORN
               OPEN I-O ARQ-DEVOLUCAO-FORN
           END-IF.
           MOVE WRK-DVF-NUMERO  TO DVF-NUMERO.
           MOVE WRK-DEV-ISBN    TO DVF-ISBN.
           MOVE WRK-DEV-EDITORA TO DVF-EDITORA.
           MOVE WRK-DEV-LOJA    TO DVF-LOJA.
           MOVE WRK-DEV-PEDIDO  TO DVF-PCO-NUMERO.
           MOVE WRK-DEV-QTD     TO DVF-QUANTIDADE.
           MOVE WRK-DEV-CUSTO   TO DVF-CUSTO.
           MOVE WRK-DEV-MOTIVO  TO DVF-MOTIVO.
           MOVE WRK-DATA-HOJE   TO DVF-DATA.
           WRITE REG-DEVOLUCAO-FORN
               INVALID KEY
                   DISPLAY 'ISBN JA INCLUIDO NESTE DOCUMENTO'
                   MOVE 'N' TO WRK-DEV-OK
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-WRITE.
           CLOSE ARQ-DEVOLUCAO-FORN.

       0350-BAIXAR-ESTOQUE.
      * Saida no saldo da rede e da loja, com o total de controle
      * 'L'; a saida nao mexe no custo medio do titulo.
           COMPUTE WRK-ETL-QTD-PROC = 0 - WRK-DEV-QTD.
           OPEN I-O ARQ-LIVROS.
           IF WRK-FS-LIVROS NOT = '00'
               DISPLAY 'MASTER DE LIVROS INDISPONIVEL - ESTOQUE NAO '
                   'ATUALIZADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-DEV-ISBN TO LIV-ISBN
               READ ARQ-LIVROS
                   INVALID KEY
                       DISPLAY 'ISBN FORA DO MASTER DE LIVROS'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       ADD WRK-ETL-QTD-PROC TO LIV-ESTOQUE
                       REWRITE REG-LIVRO
                       MOVE 'L' TO WRK-CTL-ARQUIVO
                       MOVE ZEROS TO WRK-CTL-QTD-DELTA
                       MOVE WRK-ETL-QTD-PROC TO WRK-CTL-HASH-DELTA
                       PERFORM 9620-SOMAR-CTL-TOTAL
                       DISPLAY 'ESTOQUE DA REDE: ' LIV-ESTOQUE
                       MOVE WRK-DEV-LOJA TO WRK-ETL-LOJA-PROC
                       MOVE WRK-DEV-ISBN TO WRK-ETL-ISBN-PROC
                       PERFORM 9630-MOVIMENTAR-ESTOQUE-LOJA
                       IF WRK-ETL-SALDO < ZEROS
                           DISPLAY 'ATENCAO - SALDO DA LOJA '
                               WRK-DEV-LOJA ' NEGATIVO: '
                               WRK-ETL-SALDO
                       END-IF
               END-READ
               CLOSE ARQ-LIVROS
           END-IF.

       0380-REGRAVAR-DVF-SEQ.
           MOVE WRK-DVF-NUMERO TO DFS-ULTIMO-NUMERO.
           OPEN OUTPUT ARQ-DVF-SEQ.
           WRITE REG-DVF-SEQ.
           CLOSE ARQ-DVF-SEQ.

       0400-EMITIR-NOTA-DEBITO.
      * A nota de debito tem o numero do documento e o valor das
      * linhas ao custo do pedido; ja nasce abatendo o proximo
      * titulo em aberto da editora e aguardando a confirmacao do
      * credito por ela.
           MOVE WRK-DVF-NUMERO  TO NDB-NUMERO.
           MOVE WRK-DEV-EDITORA TO NDB-EDITORA.
           MOVE WRK-DEV-LOJA    TO NDB-LOJA.
           MOVE WRK-DATA-HOJE   TO NDB-DATA-EMISSAO.
           MOVE WRK-DEV-VALOR   TO NDB-VALOR.
           MOVE ZEROS           TO NDB-VALOR-ABATIDO NDB-CAP-NUMERO
                                   NDB-DATA-CONFIRMACAO.
           SET NDB-AGUARDANDO TO TRUE.
           PERFORM 0505-ABATER-SALDO.
           OPEN I-O ARQ-NOTA-DEBITO.
           IF WRK-FS-NOTA-DEBITO = '35'
               OPEN OUTPUT ARQ-NOTA-DEBITO
               CLOSE ARQ-NOTA-DEBITO
               OPEN I-O ARQ-NOTA-DEBITO
           END-IF.
           WRITE REG-NOTA-DEBITO
               INVALID KEY
                   REWRITE REG-NOTA-DEBITO
           END-WRITE.
           CLOSE ARQ-NOTA-DEBITO.
           MOVE WRK-DEV-VALOR TO WRK-VAL-ED.
           DISPLAY 'NOTA DE DEBITO ' WRK-DVF-NUMERO ' EMITIDA - '
               WRK-DEV-LINHAS ' LINHAS ' WRK-VAL-ED.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB124' TO WRK-RAZ-PROGRAMA.
           SET DOC-NOTA-DEBITO TO TRUE.
           MOVE WRK-DVF-NUMERO TO WRK-RAZ-DOC-NUMERO.
           MOVE '211500'     TO WRK-RAZ-CONTA-DEB.
           MOVE '113000'     TO WRK-RAZ-CONTA-CRE.
           MOVE 'DEVOLUCAO A EDITORA - NOTA DE DEBITO'
               TO WRK-RAZ-DESCRICAO.
           MOVE WRK-DEV-VALOR TO WRK-RAZ-VALOR.
           MOVE WRK-DEV-EDITORA TO WRK-RAZ-REFERENCIA.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB124'   TO WRK-AUD-PROGRAMA.
           MOVE 'NOTA-DEBITO'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-DVF-NUMERO TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-VAL-ED     TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0500-ABATER-PENDENTES.
      * Notas emitidas sem titulo em aberto da editora, ou maiores
      * que o titulo abatido, ficam com saldo - o saldo abate o
      * titulo seguinte da editora quando ele existir.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-ABATIDAS.
           MOVE 'N'   TO WRK-EOF-NOTA-DEBITO.
           OPEN I-O ARQ-NOTA-DEBITO.
           IF WRK-FS-NOTA-DEBITO NOT = '00'
               DISPLAY 'NENHUMA NOTA DE DEBITO EMITIDA'
           ELSE
               PERFORM UNTIL FIM-NOTA-DEBITO
                   READ ARQ-NOTA-DEBITO NEXT RECORD
                       AT END
                           SET FIM-NOTA-DEBITO TO TRUE
                       NOT AT END
                           IF NDB-VALOR-ABATIDO < NDB-VALOR
                               PERFORM 0505-ABATER-SALDO
                               REWRITE REG-NOTA-DEBITO
                               ADD 1 TO WRK-RUN-QTD-LIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTA-DEBITO
           END-IF.
           DISPLAY 'TITULOS ABATIDOS: ' WRK-QTD-ABATIDAS.
           IF WRK-QTD-ABATIDAS > ZEROS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB124'     TO WRK-AUD-PROGRAMA
               MOVE 'ABATER-NOTAS'   TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-DATA-HOJE    TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-QTD-ABATIDAS TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0505-ABATER-SALDO.
      * Trabalha sobre REG-NOTA-DEBITO em memoria; quem chama grava
      * ou regrava a nota depois.
           COMPUTE WRK-NDB-SALDO = NDB-VALOR - NDB-VALOR-ABATIDO.
           PERFORM 0510-ACHAR-TITULO.
           IF WRK-ABT-CAP = ZEROS
               MOVE WRK-NDB-SALDO TO WRK-VAL-ED
               DISPLAY 'NOTA ' NDB-NUMERO ' - ' NDB-EDITORA
                   ' SEM TITULO EM ABERTO - SALDO ' WRK-VAL-ED
                   ' AGUARDA O PROXIMO TITULO'
           ELSE
               PERFORM 0520-ABATER-TITULO
           END-IF.

       0510-ACHAR-TITULO.
      * Proximo titulo da editora: em aberto, ainda nao enviado ao
      * banco, de vencimento mais proximo.
           MOVE ZEROS    TO WRK-ABT-CAP.
           MOVE 99999999 TO WRK-ABT-VENC.
           MOVE 'N'      TO WRK-EOF-CONTAS-PAGAR.
           OPEN INPUT ARQ-CONTAS-PAGAR.
           IF WRK-FS-CONTAS-PAGAR = '00'
               PERFORM UNTIL FIM-CONTAS-PAGAR
                   READ ARQ-CONTAS-PAGAR NEXT RECORD
                       AT END
                           SET FIM-CONTAS-PAGAR TO TRUE
                       NOT AT END
                           IF CAP-FORNECEDOR = NDB-EDITORA
                               AND CAP-DATA-PAGAMENTO = ZEROS
                               AND CAP-SITUACAO NOT = 'E'
                               AND CAP-VALOR > ZEROS
                               AND CAP-DATA-VENCIMENTO < WRK-ABT-VENC
                               MOVE CAP-NUMERO TO WRK-ABT-CAP
                               MOVE CAP-DATA-VENCIMENTO
                                   TO WRK-ABT-VENC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTAS-PAGAR
           END-IF.

       0520-ABATER-TITULO.
           OPEN I-O ARQ-CONTAS-PAGAR.
           MOVE WRK-ABT-CAP TO CAP-NUMERO.
           READ ARQ-CONTAS-PAGAR
               INVALID KEY
                   DISPLAY 'TITULO ' WRK-ABT-CAP ' NAO ENCONTRADO'
               NOT INVALID KEY
                   PERFORM 0525-REDUZIR-TITULO
           END-READ.
           CLOSE ARQ-CONTAS-PAGAR.

       0525-REDUZIR-TITULO.
      * O titulo cai pelo saldo da nota ate zerar; zerado, fica
      * liquidado pela nota na data de hoje e nao vai para a
      * remessa bancaria.
           IF WRK-NDB-SALDO < CAP-VALOR
               MOVE WRK-NDB-SALDO TO WRK-ABT-VALOR
           ELSE
               MOVE CAP-VALOR     TO WRK-ABT-VALOR
           END-IF.
           SUBTRACT WRK-ABT-VALOR FROM CAP-VALOR.
           IF CAP-VALOR = ZEROS
               MOVE 'L'           TO CAP-SITUACAO
               MOVE WRK-DATA-HOJE TO CAP-DATA-PAGAMENTO
           END-IF.
           REWRITE REG-CONTA-PAGAR.
           ADD WRK-ABT-VALOR TO NDB-VALOR-ABATIDO.
           MOVE CAP-NUMERO   TO NDB-CAP-NUMERO.
           ADD 1 TO WRK-QTD-ABATIDAS.
           MOVE WRK-ABT-VALOR TO WRK-ABT-ED.
           MOVE CAP-VALOR     TO WRK-VAL-ED.
           DISPLAY 'NOTA ' NDB-NUMERO ' ABATEU ' WRK-ABT-ED
               ' DO TITULO ' CAP-NUMERO ' - SALDO DO TITULO '
               WRK-VAL-ED.

       0600-CONFIRMAR-CREDITO.
           DISPLAY 'NUMERO DA NOTA DE DEBITO:'.
           ACCEPT WRK-NDB-NUMERO.
           OPEN I-O ARQ-NOTA-DEBITO.
           IF WRK-FS-NOTA-DEBITO NOT = '00'
               DISPLAY 'NENHUMA NOTA DE DEBITO EMITIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-NDB-NUMERO TO NDB-NUMERO
               READ ARQ-NOTA-DEBITO
                   INVALID KEY
                       DISPLAY 'NOTA DE DEBITO NAO ENCONTRADA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       PERFORM 0610-CONFIRMAR-NOTA
               END-READ
               CLOSE ARQ-NOTA-DEBITO
           END-IF.

       0610-CONFIRMAR-NOTA.
           EVALUATE TRUE
               WHEN NDB-CONFIRMADA
                   DISPLAY 'CREDITO JA CONFIRMADO EM '
                       NDB-DATA-CONFIRMACAO
               WHEN OTHER
                   MOVE NDB-VALOR         TO WRK-VAL-ED
                   MOVE NDB-VALOR-ABATIDO TO WRK-ABT-ED
                   DISPLAY 'NOTA ' NDB-NUMERO ' ' NDB-EDITORA
                       ' VALOR ' WRK-VAL-ED ' ABATIDO ' WRK-ABT-ED
                   DISPLAY 'EDITORA CONFIRMOU O CREDITO (S/N):'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       SET NDB-CONFIRMADA TO TRUE
                       MOVE WRK-DATA-HOJE TO NDB-DATA-CONFIRMACAO
                       REWRITE REG-NOTA-DEBITO
                       DISPLAY 'CREDITO DA EDITORA CONFIRMADO'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
                       MOVE 'PROGCOB124'      TO WRK-AUD-PROGRAMA
                       MOVE 'CREDITO-EDITORA' TO WRK-AUD-CAMPO-CHAVE
                       MOVE WRK-NDB-NUMERO    TO WRK-AUD-VALOR-ENTRADA
                       MOVE WRK-VAL-ED        TO WRK-AUD-VALOR-SAIDA
                       PERFORM 9800-GRAVAR-AUDITORIA
                   ELSE
                       DISPLAY 'NOTA CONTINUA AGUARDANDO O CREDITO'
                   END-IF
           END-EVALUATE.

       0700-AGUARDANDO-CREDITO.
           DISPLAY 'EDITORA (BRANCO = TODAS):'.
           ACCEPT WRK-EDITORA-FILTRO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           MOVE ZEROS TO WRK-QTD-NOTAS WRK-TOT-VALOR WRK-TOT-ABATIDO.
           MOVE 'N'   TO WRK-EOF-NOTA-DEBITO.
           MOVE 'PROGCOB124' TO WRK-REP-PROGRAMA.
           MOVE 'DEVOLUCOES AGUARDANDO CREDITO DA EDITORA'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           OPEN INPUT ARQ-NOTA-DEBITO.
           IF WRK-FS-NOTA-DEBITO NOT = '00'
               DISPLAY 'NENHUMA NOTA DE DEBITO EMITIDA'
           ELSE
               OPEN INPUT ARQ-DEVOLUCAO-FORN
               PERFORM UNTIL FIM-NOTA-DEBITO
                   READ ARQ-NOTA-DEBITO NEXT RECORD
                       AT END
                           SET FIM-NOTA-DEBITO TO TRUE
                       NOT AT END
                           IF NDB-AGUARDANDO
                               AND (WRK-EDITORA-FILTRO = SPACES
                                   OR NDB-EDITORA =
                                       WRK-EDITORA-FILTRO)
                               PERFORM 0710-LISTAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-FS-DEVOLUCAO-FORN = '00'
                   CLOSE ARQ-DEVOLUCAO-FORN
               END-IF
               CLOSE ARQ-NOTA-DEBITO
           END-IF.
           COMPUTE WRK-TOT-A-ABATER = WRK-TOT-VALOR - WRK-TOT-ABATIDO.
           DISPLAY '-------------------------------------'.
           DISPLAY 'NOTAS AGUARDANDO CREDITO: ' WRK-QTD-NOTAS.
           MOVE WRK-TOT-VALOR TO WRK-TOT-ED.
           DISPLAY 'VALOR DAS NOTAS.........: ' WRK-TOT-ED.
           MOVE WRK-TOT-ABATIDO TO WRK-TOT-ED.
           DISPLAY 'JA ABATIDO NOS TITULOS..: ' WRK-TOT-ED.
           MOVE WRK-TOT-A-ABATER TO WRK-TOT-ED.
           DISPLAY 'SALDO A ABATER..........: ' WRK-TOT-ED.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0710-LISTAR-NOTA.
           COMPUTE WRK-DIAS-AGUARDANDO = WRK-DIAS-HOJE
               - FUNCTION INTEGER-OF-DATE(NDB-DATA-EMISSAO).
           MOVE WRK-DIAS-AGUARDANDO TO WRK-DIAS-ED.
           MOVE NDB-VALOR           TO WRK-VAL-ED.
           MOVE NDB-VALOR-ABATIDO   TO WRK-ABT-ED.
           DISPLAY ' '.
           DISPLAY 'NOTA   EDITORA              LOJA EMISSAO   DIAS'
               '          VALOR       ABATIDO TITULO'.
           DISPLAY NDB-NUMERO ' ' NDB-EDITORA ' ' NDB-LOJA ' '
               NDB-DATA-EMISSAO ' ' WRK-DIAS-ED ' ' WRK-VAL-ED ' '
               WRK-ABT-ED ' ' NDB-CAP-NUMERO.
           ADD 1 TO WRK-QTD-NOTAS.
           ADD NDB-VALOR         TO WRK-TOT-VALOR.
           ADD NDB-VALOR-ABATIDO TO WRK-TOT-ABATIDO.
           IF WRK-FS-DEVOLUCAO-FORN = '00'
               PERFORM 0720-LISTAR-LINHAS
           END-IF.

       0720-LISTAR-LINHAS.
           MOVE 'N'        TO WRK-EOF-DEVOLUCAO-FORN.
           MOVE NDB-NUMERO TO DVF-NUMERO.
           MOVE LOW-VALUES TO DVF-ISBN.
           START ARQ-DEVOLUCAO-FORN KEY IS NOT LESS THAN DVF-CHAVE
               INVALID KEY
                   SET FIM-DEVOLUCAO-FORN TO TRUE
           END-START.
           PERFORM UNTIL FIM-DEVOLUCAO-FORN
               READ ARQ-DEVOLUCAO-FORN NEXT RECORD
                   AT END
                       SET FIM-DEVOLUCAO-FORN TO TRUE
                   NOT AT END
                       IF DVF-NUMERO NOT = NDB-NUMERO
                           SET FIM-DEVOLUCAO-FORN TO TRUE
                       ELSE
                           PERFORM 0725-LINHA-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM.

       0725-LINHA-DEVOLUCAO.
           IF DVF-AVARIA
               MOVE 'AVARIA'  TO WRK-MOTIVO-ED
           ELSE
               MOVE 'EXCESSO' TO WRK-MOTIVO-ED
           END-IF.
           MOVE DVF-CUSTO TO WRK-CUSTO-ED.
           DISPLAY '    ' DVF-ISBN ' PEDIDO ' DVF-PCO-NUMERO
               ' QTD ' DVF-QUANTIDADE ' CUSTO ' WRK-CUSTO-ED ' '
               WRK-MOTIVO-ED.

           COPY 'audpp.cpy'.
           COPY 'etlpp.cpy'.
           COPY 'forpp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB124.
