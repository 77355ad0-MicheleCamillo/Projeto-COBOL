      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Consignacao de editoras - recebe livros consignados
      *          por loja e ISBN (entram no estoque fisico sem titulo
      *          a pagar), faz o acerto mensal com cada editora pelas
      *          unidades vendidas liquidas de devolucao no diario de
      *          vendas (VENDAJRN.DAT), gerando o titulo no contas a
      *          pagar ao custo acordado e o demonstrativo enviado a
      *          editora, lista o consignado nao vendido para
      *          devolucao e registra a devolucao a editora
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB119.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'livsel.cpy'.
            COPY 'etlsel.cpy'.
            COPY 'cnssel.cpy'.
            COPY 'vjrsel.cpy'.
            COPY 'forsel.cpy'.
            COPY 'capsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'livfd.cpy'.
           COPY 'etlfd.cpy'.
           COPY 'cnsfd.cpy'.
           COPY 'vjrfd.cpy'.
           COPY 'forfd.cpy'.
           COPY 'capfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-CONSIGNACAO VALUE 'S'.
       77 WRK-AUTORIZADO       PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-EOF-VENDAJRN     PIC X(01)   VALUE 'N'.
           88 FIM-VENDAJRN     VALUE 'S'.

      * Entrada e devolucao de consignado.
       77 WRK-CNS-EDITORA      PIC X(20)   VALUE SPACES.
       77 WRK-CNS-LOJA         PIC 9(04)   VALUE ZEROS.
       77 WRK-CNS-ISBN         PIC X(13)   VALUE SPACES.
       77 WRK-CNS-QTD          PIC 9(05)   VALUE ZEROS.
       77 WRK-CNS-CUSTO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CNS-DISPONIVEL   PIC S9(06)  VALUE ZEROS.
       77 WRK-CNS-OK           PIC X(01)   VALUE 'N'.
           88 CONSIGNACAO-OK   VALUE 'S'.

      * Consignado carregado em memoria para o acerto e a listagem:
      * saldo da editora (recebida - acertada - devolvida), vendas
      * liquidas do diario no intervalo apurado e a quantidade que
      * entra no acerto.
       01 WRK-TAB-CONSIGNADOS.
           02 WRK-CSG-ENTRADA OCCURS 500 TIMES INDEXED BY WRK-CSG-IDX.
               03 WRK-CSG-LOJA       PIC 9(04)      VALUE ZEROS.
               03 WRK-CSG-ISBN       PIC X(13)      VALUE SPACES.
               03 WRK-CSG-EDITORA    PIC X(20)      VALUE SPACES.
               03 WRK-CSG-CUSTO      PIC 9(05)V99   VALUE ZEROS.
               03 WRK-CSG-SALDO      PIC S9(06)     VALUE ZEROS.
               03 WRK-CSG-INICIO     PIC 9(08)      VALUE ZEROS.
               03 WRK-CSG-ULT-ACERTO PIC 9(06)      VALUE ZEROS.
               03 WRK-CSG-VENDIDO    PIC S9(06)     VALUE ZEROS.
               03 WRK-CSG-ACERTAR    PIC 9(06)      VALUE ZEROS.
               03 WRK-CSG-TRATADA    PIC X(01)      VALUE 'N'.
       77 WRK-CSG-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-CSG-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-CSG-EDT          PIC 9(03)   VALUE ZEROS.
       77 WRK-CSG-ACHOU        PIC X(01)   VALUE 'N'.
           88 CONSIGNADO-NA-TABELA VALUE 'S'.

      * Acerto mensal: competencia apurada (AAAAMM) - as vendas
      * contam do mes seguinte ao ultimo acerto da linha ate ela;
      * a listagem de devolucao usa o limite aberto 999999.
       77 WRK-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       77 WRK-COMP-LIMITE      PIC 9(06)   VALUE ZEROS.
       77 WRK-COMP-MES         PIC 9(02)   VALUE ZEROS.
       77 WRK-QTD-PENDENTES    PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-TITULOS      PIC 9(03)   VALUE ZEROS.
       77 WRK-EDT-UNIDADES     PIC 9(07)   VALUE ZEROS.
       77 WRK-EDT-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-EDT-REMANESCENTE PIC S9(07)  VALUE ZEROS.
       77 WRK-LIN-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIN-SOBRA        PIC S9(06)  VALUE ZEROS.
       77 WRK-TOT-UNIDADES     PIC 9(07)   VALUE ZEROS.
       77 WRK-TOT-VALOR        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CAP-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAP-VENC-INT     PIC 9(08)   VALUE ZEROS.
       77 WRK-CAP-VENCIMENTO   PIC 9(08)   VALUE ZEROS.
       77 WRK-TITULO-ED        PIC X(24)   VALUE SPACES.
       77 WRK-QTD-ED           PIC -ZZZZ9  VALUE ZEROS.
       77 WRK-CUSTO-ED         PIC $ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VAL-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'cmews.cpy'.
           COPY 'etlws.cpy'.
           COPY 'cnsws.cpy'.
           COPY 'vjrws.cpy'.
           COPY 'forws.cpy'.
           COPY 'capws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
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
           MOVE 'PROGCOB119' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-CONSIGNACAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '========= CONSIGNACAO DE EDITORAS ========='.
           DISPLAY '1 - RECEBER LIVROS EM CONSIGNACAO'.
           DISPLAY '2 - ACERTO MENSAL COM AS EDITORAS'.
           DISPLAY '3 - LISTAGEM DE DEVOLUCAO A EDITORA'.
           DISPLAY '4 - REGISTRAR DEVOLUCAO A EDITORA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RECEBER-CONSIGNACAO
               WHEN 2
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0400-ACERTO-MENSAL
                   END-IF
               WHEN 3
                   PERFORM 0600-LISTAR-DEVOLUCAO
               WHEN 4
                   PERFORM 0700-DEVOLVER-EDITORA
               WHEN ZERO
                   SET SAIR-CONSIGNACAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-AUTORIZAR-OPERADOR.
      * O acerto gera titulo a pagar e posta no razao - so com
      * sign-on de SUPERVISOR ou ADM; a recusa vai para o SEGLOG.
           MOVE 'N' TO WRK-AUTORIZADO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'ACERTO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN OTHER
                   SET OPERADOR-AUTORIZADO TO TRUE
           END-EVALUATE.

       0145-LOGAR-RECUSA.
           MOVE 'PROGCOB119' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'ACERTO DE CONSIGNACAO NEGADO' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0300-RECEBER-CONSIGNACAO.
      * O consignado entra no estoque fisico da rede e da loja, mas
      * nao gera titulo nem posta no razao - so o que vender e
      * acertado com a editora no fim do mes.
           MOVE 'N' TO WRK-CNS-OK.
           DISPLAY 'EDITORA:'.
           ACCEPT WRK-CNS-EDITORA.
           MOVE WRK-CNS-EDITORA TO WRK-FOR-NOME-PROC.
           PERFORM 9585-VALIDAR-EDITORA.
           IF EDITORA-INVALIDA
               DISPLAY 'EDITORA FORA DO MASTER DE FORNECEDORES'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               DISPLAY 'LOJA:'
               ACCEPT WRK-CNS-LOJA
               DISPLAY 'ISBN:'
               ACCEPT WRK-CNS-ISBN
               DISPLAY 'QUANTIDADE CONSIGNADA:'
               ACCEPT WRK-CNS-QTD
               DISPLAY 'CUSTO UNITARIO ACORDADO:'
               ACCEPT WRK-CNS-CUSTO
               PERFORM 0310-CONFERIR-ENTRADA
           END-IF.
           IF CONSIGNACAO-OK
               PERFORM 0320-GRAVAR-CONSIGNACAO
           END-IF.
           IF CONSIGNACAO-OK
               MOVE WRK-CNS-QTD TO WRK-ETL-QTD-PROC
               PERFORM 0350-MOVIMENTAR-ESTOQUE
               ADD 1 TO WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB119'    TO WRK-AUD-PROGRAMA
               MOVE 'RECEB-CONSIG'  TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-CNS-ISBN    TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-CNS-QTD     TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0310-CONFERIR-ENTRADA.
           MOVE WRK-CNS-ISBN TO WRK-LIV-PROCURADO.
           PERFORM 9580-BUSCAR-LIVRO.
           EVALUATE TRUE
               WHEN LIVRO-INVALIDO
                   DISPLAY 'ISBN FORA DO MASTER DE LIVROS'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN LIV-EDITORA NOT = WRK-CNS-EDITORA
                   DISPLAY 'TITULO E DA EDITORA ' LIV-EDITORA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-CNS-QTD = ZEROS OR WRK-CNS-CUSTO = ZEROS
                   DISPLAY 'QUANTIDADE E CUSTO SAO OBRIGATORIOS'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   SET CONSIGNACAO-OK TO TRUE
           END-EVALUATE.

       0320-GRAVAR-CONSIGNACAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-CONSIGNACAO.
           IF WRK-FS-CONSIGNACAO = '35'
               OPEN OUTPUT ARQ-CONSIGNACAO
               CLOSE ARQ-CONSIGNACAO
               OPEN I-O ARQ-CONSIGNACAO
           END-IF.
           MOVE WRK-CNS-LOJA TO CNS-LOJA.
           MOVE WRK-CNS-ISBN TO CNS-ISBN.
           READ ARQ-CONSIGNACAO
               INVALID KEY
                   MOVE WRK-CNS-EDITORA TO CNS-EDITORA
                   MOVE WRK-CNS-CUSTO   TO CNS-CUSTO
                   MOVE WRK-CNS-QTD     TO CNS-QTD-RECEBIDA
                   MOVE ZEROS           TO CNS-QTD-ACERTADA
                                           CNS-QTD-DEVOLVIDA
                                           CNS-ULT-ACERTO
                   MOVE WRK-DATA-HOJE   TO CNS-DATA-INICIO
                   WRITE REG-CONSIGNACAO
               NOT INVALID KEY
                   IF CNS-EDITORA NOT = WRK-CNS-EDITORA
                       DISPLAY 'LOJA/ISBN JA CONSIGNADO PELA EDITORA '
                           CNS-EDITORA
                       MOVE 'N' TO WRK-CNS-OK
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   ELSE
                       MOVE WRK-CNS-CUSTO TO CNS-CUSTO
                       ADD WRK-CNS-QTD    TO CNS-QTD-RECEBIDA
                       REWRITE REG-CONSIGNACAO
                   END-IF
           END-READ.
           IF CONSIGNACAO-OK
               COMPUTE WRK-CNS-DISPONIVEL = CNS-QTD-RECEBIDA
                   - CNS-QTD-ACERTADA - CNS-QTD-DEVOLVIDA
               DISPLAY 'CONSIGNACAO REGISTRADA - SALDO DA EDITORA '
                   'NA LOJA: ' WRK-CNS-DISPONIVEL
           END-IF.
           CLOSE ARQ-CONSIGNACAO.

       0350-MOVIMENTAR-ESTOQUE.
      * Entrada (quantidade positiva) ou devolucao (negativa) no
      * saldo da rede e da loja, com o total de controle 'L'.
           OPEN I-O ARQ-LIVROS.
           IF WRK-FS-LIVROS NOT = '00'
               DISPLAY 'MASTER DE LIVROS INDISPONIVEL - ESTOQUE NAO '
                   'ATUALIZADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-CNS-ISBN TO LIV-ISBN
               READ ARQ-LIVROS
                   INVALID KEY
                       DISPLAY 'ISBN FORA DO MASTER DE LIVROS'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
      * O consignado entra no custo medio pelo custo acordado com a
      * editora, como o recebimento do pedido de compra.
                       MOVE WRK-ETL-QTD-PROC TO WRK-CME-QTD-ENTRADA
                       MOVE WRK-CNS-CUSTO TO WRK-CME-CUSTO-ENTRADA
                       PERFORM 9645-ATUALIZAR-CUSTO-MEDIO
                       ADD WRK-ETL-QTD-PROC TO LIV-ESTOQUE
                       REWRITE REG-LIVRO
                       MOVE 'L' TO WRK-CTL-ARQUIVO
                       MOVE ZEROS TO WRK-CTL-QTD-DELTA
                       MOVE WRK-ETL-QTD-PROC TO WRK-CTL-HASH-DELTA
                       PERFORM 9620-SOMAR-CTL-TOTAL
                       DISPLAY 'ESTOQUE DA REDE: ' LIV-ESTOQUE
                       MOVE WRK-CNS-LOJA TO WRK-ETL-LOJA-PROC
                       MOVE WRK-CNS-ISBN TO WRK-ETL-ISBN-PROC
                       PERFORM 9630-MOVIMENTAR-ESTOQUE-LOJA
               END-READ
               CLOSE ARQ-LIVROS
           END-IF.

       0260-CARREGAR-CONSIGNADOS.
           MOVE ZEROS TO WRK-CSG-QTD.
           MOVE 'N'   TO WRK-EOF-CONSIGNACAO.
           OPEN INPUT ARQ-CONSIGNACAO.
           IF WRK-FS-CONSIGNACAO = '00'
               PERFORM UNTIL FIM-CONSIGNACAO
                   READ ARQ-CONSIGNACAO NEXT RECORD
                       AT END
                           SET FIM-CONSIGNACAO TO TRUE
                       NOT AT END
                           PERFORM 0265-GUARDAR-CONSIGNADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONSIGNACAO
           END-IF.

       0265-GUARDAR-CONSIGNADO.
           IF WRK-CSG-QTD < 500
               ADD 1 TO WRK-CSG-QTD
               MOVE CNS-LOJA       TO WRK-CSG-LOJA(WRK-CSG-QTD)
               MOVE CNS-ISBN       TO WRK-CSG-ISBN(WRK-CSG-QTD)
               MOVE CNS-EDITORA    TO WRK-CSG-EDITORA(WRK-CSG-QTD)
               MOVE CNS-CUSTO      TO WRK-CSG-CUSTO(WRK-CSG-QTD)
               MOVE CNS-DATA-INICIO TO WRK-CSG-INICIO(WRK-CSG-QTD)
               MOVE CNS-ULT-ACERTO TO WRK-CSG-ULT-ACERTO(WRK-CSG-QTD)
               COMPUTE WRK-CSG-SALDO(WRK-CSG-QTD) = CNS-QTD-RECEBIDA
                   - CNS-QTD-ACERTADA - CNS-QTD-DEVOLVIDA
               MOVE ZEROS TO WRK-CSG-VENDIDO(WRK-CSG-QTD)
                             WRK-CSG-ACERTAR(WRK-CSG-QTD)
               MOVE 'N'   TO WRK-CSG-TRATADA(WRK-CSG-QTD)
           ELSE
               DISPLAY 'TABELA DE CONSIGNADOS CHEIA (MAX 500) - '
                   CNS-LOJA ' ' CNS-ISBN ' FORA DA APURACAO'
           END-IF.

       0270-SOMAR-VENDAS-DIARIO.
      * Vendas menos devolucoes do caixa por loja/ISBN consignado,
      * a partir da entrada em consignacao, do mes seguinte ao
      * ultimo acerto da linha ate WRK-COMP-LIMITE.
           MOVE 'N' TO WRK-EOF-VENDAJRN.
           OPEN INPUT ARQ-VENDA-JORNAL.
           IF WRK-FS-VENDAJRN = '00'
               PERFORM UNTIL FIM-VENDAJRN
                   READ ARQ-VENDA-JORNAL
                       AT END
                           SET FIM-VENDAJRN TO TRUE
                       NOT AT END
                           PERFORM 0275-APLICAR-VENDA
                   END-READ
               END-PERFORM
               CLOSE ARQ-VENDA-JORNAL
           END-IF.

       0275-APLICAR-VENDA.
      * Exemplar usado (recompra) e da loja, nao da editora - fica
      * fora do vendido em consignacao.
           MOVE 'N' TO WRK-CSG-ACHOU.
           IF WRK-CSG-QTD > 0 AND VJR-USADO NOT = 'S'
               SET WRK-CSG-IDX TO 1
               SEARCH WRK-CSG-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-CSG-LOJA(WRK-CSG-IDX) = VJR-LOJA
                    AND WRK-CSG-ISBN(WRK-CSG-IDX) = VJR-ISBN
                       SET CONSIGNADO-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF CONSIGNADO-NA-TABELA
               AND VJR-DATA NOT < WRK-CSG-INICIO(WRK-CSG-IDX)
               AND VJR-DATA(1:6) > WRK-CSG-ULT-ACERTO(WRK-CSG-IDX)
               AND VJR-DATA(1:6) NOT > WRK-COMP-LIMITE
               IF VJR-TIPO = 'D'
                   SUBTRACT VJR-QUANTIDADE
                       FROM WRK-CSG-VENDIDO(WRK-CSG-IDX)
               ELSE
                   ADD VJR-QUANTIDADE TO WRK-CSG-VENDIDO(WRK-CSG-IDX)
               END-IF
           END-IF.

       0400-ACERTO-MENSAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DO ACERTO (AAAAMM):'.
           ACCEPT WRK-COMPETENCIA.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-COMP-MES.
      * O titulo posta no razao na data de hoje - periodo contabil
      * fechado recusa o acerto, como os demais lancadores.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           EVALUATE TRUE
               WHEN WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                 OR WRK-COMPETENCIA NOT < WRK-DATA-HOJE(1:6)
                   DISPLAY 'COMPETENCIA INVALIDA OU AINDA EM ANDAMENTO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN PERIODO-FECHADO
                   DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                       ' JA FECHADO - ACERTO RECUSADO'
                   MOVE 'PROGCOB119'      TO WRK-SUS-PROGRAMA
                   MOVE 'PERIODO'         TO WRK-SUS-CAMPO
                   MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR
                   MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
                       TO WRK-SUS-MOTIVO
                   PERFORM 9750-GRAVAR-SUSPENSE
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0260-CARREGAR-CONSIGNADOS
                   MOVE WRK-COMPETENCIA TO WRK-COMP-LIMITE
                   PERFORM 0270-SOMAR-VENDAS-DIARIO
                   PERFORM 0410-APURAR-ACERTO
                   IF WRK-QTD-PENDENTES = ZEROS
                       DISPLAY 'NENHUMA CONSIGNACAO PENDENTE DE '
                           'ACERTO ATE ' WRK-COMPETENCIA
                   ELSE
                       PERFORM 0420-EXECUTAR-ACERTO
                   END-IF
           END-EVALUATE.

       0420-EXECUTAR-ACERTO.
           MOVE ZEROS TO WRK-QTD-TITULOS WRK-TOT-UNIDADES
                         WRK-TOT-VALOR WRK-CAP-NUMERO.
           PERFORM 0555-LER-CAP-SEQ.
           PERFORM VARYING WRK-CSG-EDT FROM 1 BY 1
                   UNTIL WRK-CSG-EDT > WRK-CSG-QTD
               IF WRK-CSG-ULT-ACERTO(WRK-CSG-EDT) < WRK-COMPETENCIA
                   AND WRK-CSG-TRATADA(WRK-CSG-EDT) = 'N'
                   PERFORM 0450-ACERTAR-EDITORA
               END-IF
           END-PERFORM.
           PERFORM 0480-BAIXAR-CONSIGNADOS.
           MOVE WRK-TOT-VALOR TO WRK-VAL-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'ACERTO ' WRK-COMPETENCIA ' - TITULOS GERADOS: '
               WRK-QTD-TITULOS.
           DISPLAY 'UNIDADES ACERTADAS: ' WRK-TOT-UNIDADES
               '  VALOR: ' WRK-VAL-ED.

       0410-APURAR-ACERTO.
      * Entra no acerto o vendido liquido do intervalo, limitado ao
      * saldo da editora: o que passar dele saiu do estoque proprio
      * do mesmo ISBN na loja. Devolucao liquida maior que a venda
      * nao gera credito contra a editora.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           PERFORM VARYING WRK-CSG-LOOP FROM 1 BY 1
                   UNTIL WRK-CSG-LOOP > WRK-CSG-QTD
               IF WRK-CSG-ULT-ACERTO(WRK-CSG-LOOP) < WRK-COMPETENCIA
                   ADD 1 TO WRK-QTD-PENDENTES
                   EVALUATE TRUE
                       WHEN WRK-CSG-VENDIDO(WRK-CSG-LOOP) NOT > ZEROS
                         OR WRK-CSG-SALDO(WRK-CSG-LOOP) NOT > ZEROS
                           MOVE ZEROS TO WRK-CSG-ACERTAR(WRK-CSG-LOOP)
                       WHEN WRK-CSG-VENDIDO(WRK-CSG-LOOP) >
                            WRK-CSG-SALDO(WRK-CSG-LOOP)
                           MOVE WRK-CSG-SALDO(WRK-CSG-LOOP)
                               TO WRK-CSG-ACERTAR(WRK-CSG-LOOP)
                       WHEN OTHER
                           MOVE WRK-CSG-VENDIDO(WRK-CSG-LOOP)
                               TO WRK-CSG-ACERTAR(WRK-CSG-LOOP)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0450-ACERTAR-EDITORA.
      * Demonstrativo enviado a editora: uma pagina por editora com
      * as linhas de loja/ISBN, o titulo gerado e o que segue
      * consignado.
           MOVE WRK-CSG-EDITORA(WRK-CSG-EDT) TO WRK-CNS-EDITORA.
           MOVE ZEROS TO WRK-EDT-UNIDADES WRK-EDT-VALOR
                         WRK-EDT-REMANESCENTE.
           MOVE 'PROGCOB119' TO WRK-REP-PROGRAMA.
           MOVE 'DEMONSTRATIVO DE ACERTO DE CONSIGNACAO'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'EDITORA.....: ' WRK-CNS-EDITORA.
           DISPLAY 'COMPETENCIA.: ' WRK-COMPETENCIA.
           DISPLAY 'LOJA ISBN          TITULO                   '
               'VENDIDO  CUSTO UNIT.        VALOR  CONSIG.'.
           PERFORM VARYING WRK-CSG-LOOP FROM WRK-CSG-EDT BY 1
                   UNTIL WRK-CSG-LOOP > WRK-CSG-QTD
               IF WRK-CSG-EDITORA(WRK-CSG-LOOP) = WRK-CNS-EDITORA
                   AND WRK-CSG-ULT-ACERTO(WRK-CSG-LOOP) <
                       WRK-COMPETENCIA
                   PERFORM 0455-LINHA-ACERTO
               END-IF
           END-PERFORM.
           DISPLAY '-------------------------------------'.
           MOVE WRK-EDT-VALOR TO WRK-VAL-ED.
           DISPLAY 'UNIDADES VENDIDAS: ' WRK-EDT-UNIDADES
               '  VALOR A PAGAR: ' WRK-VAL-ED.
           DISPLAY 'UNIDADES QUE SEGUEM CONSIGNADAS: '
               WRK-EDT-REMANESCENTE.
           IF WRK-EDT-VALOR > ZEROS
               PERFORM 0460-GERAR-TITULO-CONSIG
           ELSE
               DISPLAY 'SEM VENDA DE CONSIGNADO NA COMPETENCIA - '
                   'NENHUM TITULO GERADO'
           END-IF.
           ADD WRK-EDT-UNIDADES TO WRK-TOT-UNIDADES.
           ADD WRK-EDT-VALOR    TO WRK-TOT-VALOR.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB119'      TO WRK-AUD-PROGRAMA.
           MOVE 'ACERTO-CONSIG'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CNS-EDITORA   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-VAL-ED        TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0455-LINHA-ACERTO.
           MOVE 'S' TO WRK-CSG-TRATADA(WRK-CSG-LOOP).
           COMPUTE WRK-LIN-VALOR = WRK-CSG-ACERTAR(WRK-CSG-LOOP)
               * WRK-CSG-CUSTO(WRK-CSG-LOOP).
           COMPUTE WRK-LIN-SOBRA = WRK-CSG-SALDO(WRK-CSG-LOOP)
               - WRK-CSG-ACERTAR(WRK-CSG-LOOP).
           ADD WRK-CSG-ACERTAR(WRK-CSG-LOOP) TO WRK-EDT-UNIDADES.
           ADD WRK-LIN-VALOR TO WRK-EDT-VALOR.
           ADD WRK-LIN-SOBRA TO WRK-EDT-REMANESCENTE.
           MOVE WRK-CSG-ISBN(WRK-CSG-LOOP) TO WRK-CNS-ISBN.
           PERFORM 0465-TITULO-LIVRO.
           MOVE WRK-CSG-ACERTAR(WRK-CSG-LOOP) TO WRK-QTD-ED.
           MOVE WRK-CSG-CUSTO(WRK-CSG-LOOP)   TO WRK-CUSTO-ED.
           MOVE WRK-LIN-VALOR                 TO WRK-VAL-ED.
           DISPLAY WRK-CSG-LOJA(WRK-CSG-LOOP) ' '
               WRK-CSG-ISBN(WRK-CSG-LOOP) ' ' WRK-TITULO-ED ' '
               WRK-QTD-ED ' ' WRK-CUSTO-ED ' ' WRK-VAL-ED ' '
               WRK-LIN-SOBRA.

       0460-GERAR-TITULO-CONSIG.
      * Um titulo por editora e competencia, pelo prazo do
      * fornecedor, identificado pela competencia do acerto; o custo
      * do consignado vendido vai contra fornecedores a pagar.
           MOVE WRK-CNS-EDITORA TO WRK-FOR-NOME-PROC.
           PERFORM 9585-VALIDAR-EDITORA.
           COMPUTE WRK-CAP-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               + WRK-FOR-PRAZO-ACHADO.
           COMPUTE WRK-CAP-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-CAP-VENC-INT).
           MOVE WRK-EDT-VALOR TO WRK-CAP-VALOR.
           ADD 1 TO WRK-CAP-NUMERO.
           OPEN I-O ARQ-CONTAS-PAGAR.
           IF WRK-FS-CONTAS-PAGAR = '35'
               OPEN OUTPUT ARQ-CONTAS-PAGAR
               CLOSE ARQ-CONTAS-PAGAR
               OPEN I-O ARQ-CONTAS-PAGAR
           END-IF.
           MOVE WRK-CAP-NUMERO     TO CAP-NUMERO.
           MOVE WRK-CNS-EDITORA    TO CAP-FORNECEDOR.
           MOVE ZEROS              TO CAP-PCO-NUMERO.
           MOVE SPACES             TO CAP-ISBN.
           MOVE WRK-CAP-VALOR      TO CAP-VALOR.
           MOVE WRK-DATA-HOJE      TO CAP-DATA-EMISSAO.
           MOVE WRK-CAP-VENCIMENTO TO CAP-DATA-VENCIMENTO.
           MOVE ZEROS              TO CAP-DATA-PAGAMENTO.
           MOVE SPACES             TO CAP-SITUACAO CAP-OCORRENCIA.
           MOVE ZEROS              TO CAP-DATA-REMESSA.
           MOVE SPACES             TO CAP-FATURA-TRANSP.
           MOVE WRK-COMPETENCIA    TO CAP-ACERTO-CONSIG.
           WRITE REG-CONTA-PAGAR
               INVALID KEY
                   REWRITE REG-CONTA-PAGAR
           END-WRITE.
           CLOSE ARQ-CONTAS-PAGAR.
           MOVE WRK-CAP-NUMERO TO CQS-ULTIMO-NUMERO.
           OPEN OUTPUT ARQ-CAP-SEQ.
           WRITE REG-CAP-SEQ.
           CLOSE ARQ-CAP-SEQ.
           ADD 1 TO WRK-QTD-TITULOS.
           DISPLAY 'TITULO A PAGAR ' WRK-CAP-NUMERO ' GERADO - VENC '
               WRK-CAP-VENCIMENTO.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB119' TO WRK-RAZ-PROGRAMA.
           SET DOC-TITULO-PAGAR TO TRUE.
           MOVE WRK-CAP-NUMERO TO WRK-RAZ-DOC-NUMERO.
           MOVE '516000'     TO WRK-RAZ-CONTA-DEB.
           MOVE '211500'     TO WRK-RAZ-CONTA-CRE.
           MOVE 'CUSTO DE CONSIGNADOS VENDIDOS'
               TO WRK-RAZ-DESCRICAO.
           MOVE WRK-CAP-VALOR TO WRK-RAZ-VALOR.
           MOVE WRK-CNS-EDITORA TO WRK-RAZ-REFERENCIA.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.

       0465-TITULO-LIVRO.
           MOVE WRK-CNS-ISBN TO WRK-LIV-PROCURADO.
           PERFORM 9580-BUSCAR-LIVRO.
           IF LIVRO-VALIDO
               MOVE LIV-TITULO TO WRK-TITULO-ED
           ELSE
               MOVE 'TITULO NAO CADASTRADO' TO WRK-TITULO-ED
           END-IF.

       0480-BAIXAR-CONSIGNADOS.
      * Toda linha pendente fica acertada ate a competencia, mesmo
      * sem venda - o proximo acerto parte do mes seguinte.
           OPEN I-O ARQ-CONSIGNACAO.
           PERFORM VARYING WRK-CSG-LOOP FROM 1 BY 1
                   UNTIL WRK-CSG-LOOP > WRK-CSG-QTD
               IF WRK-CSG-ULT-ACERTO(WRK-CSG-LOOP) < WRK-COMPETENCIA
                   MOVE WRK-CSG-LOJA(WRK-CSG-LOOP) TO CNS-LOJA
                   MOVE WRK-CSG-ISBN(WRK-CSG-LOOP) TO CNS-ISBN
                   READ ARQ-CONSIGNACAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WRK-CSG-ACERTAR(WRK-CSG-LOOP)
                               TO CNS-QTD-ACERTADA
                           MOVE WRK-COMPETENCIA TO CNS-ULT-ACERTO
                           REWRITE REG-CONSIGNACAO
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONSIGNACAO.

       0555-LER-CAP-SEQ.
           OPEN INPUT ARQ-CAP-SEQ.
           IF WRK-FS-CAP-SEQ = '00'
               READ ARQ-CAP-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CQS-ULTIMO-NUMERO TO WRK-CAP-NUMERO
               END-READ
               CLOSE ARQ-CAP-SEQ
           END-IF.

       0600-LISTAR-DEVOLUCAO.
      * Consignado ainda nao vendido - saldo da editora menos as
      * vendas do diario que ainda nao passaram por acerto - por
      * editora, para separar a devolucao.
           DISPLAY 'EDITORA (BRANCO = TODAS):'.
           ACCEPT WRK-CNS-EDITORA.
           PERFORM 0260-CARREGAR-CONSIGNADOS.
           MOVE 999999 TO WRK-COMP-LIMITE.
           PERFORM 0270-SOMAR-VENDAS-DIARIO.
           MOVE ZEROS TO WRK-TOT-UNIDADES WRK-TOT-VALOR.
           MOVE 'PROGCOB119' TO WRK-REP-PROGRAMA.
           MOVE 'CONSIGNADOS PARA DEVOLUCAO A EDITORA'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           PERFORM VARYING WRK-CSG-EDT FROM 1 BY 1
                   UNTIL WRK-CSG-EDT > WRK-CSG-QTD
               IF WRK-CSG-TRATADA(WRK-CSG-EDT) = 'N'
                   AND (WRK-CNS-EDITORA = SPACES
                     OR WRK-CSG-EDITORA(WRK-CSG-EDT) = WRK-CNS-EDITORA)
                   PERFORM 0650-LISTAR-EDITORA
               END-IF
           END-PERFORM.
           DISPLAY '-------------------------------------'.
           MOVE WRK-TOT-VALOR TO WRK-VAL-ED.
           DISPLAY 'TOTAL A DEVOLVER: ' WRK-TOT-UNIDADES
               ' UNIDADES  ' WRK-VAL-ED.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0650-LISTAR-EDITORA.
           MOVE ZEROS TO WRK-EDT-UNIDADES WRK-EDT-VALOR.
           DISPLAY ' '.
           DISPLAY 'EDITORA: ' WRK-CSG-EDITORA(WRK-CSG-EDT).
           DISPLAY 'LOJA ISBN          TITULO                   '
               'A DEVOLVER  CUSTO UNIT.        VALOR'.
           PERFORM VARYING WRK-CSG-LOOP FROM WRK-CSG-EDT BY 1
                   UNTIL WRK-CSG-LOOP > WRK-CSG-QTD
               IF WRK-CSG-EDITORA(WRK-CSG-LOOP) =
                   WRK-CSG-EDITORA(WRK-CSG-EDT)
                   MOVE 'S' TO WRK-CSG-TRATADA(WRK-CSG-LOOP)
                   PERFORM 0660-LINHA-DEVOLUCAO
               END-IF
           END-PERFORM.
           MOVE WRK-EDT-VALOR TO WRK-VAL-ED.
           DISPLAY 'SUBTOTAL DA EDITORA: ' WRK-EDT-UNIDADES
               ' UNIDADES  ' WRK-VAL-ED.
           ADD WRK-EDT-UNIDADES TO WRK-TOT-UNIDADES.
           ADD WRK-EDT-VALOR    TO WRK-TOT-VALOR.

       0660-LINHA-DEVOLUCAO.
           MOVE WRK-CSG-SALDO(WRK-CSG-LOOP) TO WRK-LIN-SOBRA.
           IF WRK-CSG-VENDIDO(WRK-CSG-LOOP) > ZEROS
               SUBTRACT WRK-CSG-VENDIDO(WRK-CSG-LOOP)
                   FROM WRK-LIN-SOBRA
           END-IF.
           IF WRK-LIN-SOBRA > ZEROS
               COMPUTE WRK-LIN-VALOR =
                   WRK-LIN-SOBRA * WRK-CSG-CUSTO(WRK-CSG-LOOP)
               ADD WRK-LIN-SOBRA TO WRK-EDT-UNIDADES
               ADD WRK-LIN-VALOR TO WRK-EDT-VALOR
               MOVE WRK-CSG-ISBN(WRK-CSG-LOOP) TO WRK-CNS-ISBN
               PERFORM 0465-TITULO-LIVRO
               MOVE WRK-LIN-SOBRA                 TO WRK-QTD-ED
               MOVE WRK-CSG-CUSTO(WRK-CSG-LOOP)   TO WRK-CUSTO-ED
               MOVE WRK-LIN-VALOR                 TO WRK-VAL-ED
               DISPLAY WRK-CSG-LOJA(WRK-CSG-LOOP) ' '
                   WRK-CSG-ISBN(WRK-CSG-LOOP) ' ' WRK-TITULO-ED
                   '     ' WRK-QTD-ED ' ' WRK-CUSTO-ED ' ' WRK-VAL-ED
           END-IF.

       0700-DEVOLVER-EDITORA.
      * A devolucao so aceita ate o consignado ainda nao vendido da
      * loja/ISBN e baixa o estoque fisico da rede e da loja.
           MOVE 'N' TO WRK-CNS-OK.
           DISPLAY 'LOJA:'.
           ACCEPT WRK-CNS-LOJA.
           DISPLAY 'ISBN:'.
           ACCEPT WRK-CNS-ISBN.
           DISPLAY 'QUANTIDADE DEVOLVIDA A EDITORA:'.
           ACCEPT WRK-CNS-QTD.
           PERFORM 0260-CARREGAR-CONSIGNADOS.
           MOVE 999999 TO WRK-COMP-LIMITE.
           PERFORM 0270-SOMAR-VENDAS-DIARIO.
           MOVE 'N' TO WRK-CSG-ACHOU.
           MOVE ZEROS TO WRK-CNS-DISPONIVEL.
           IF WRK-CSG-QTD > 0
               SET WRK-CSG-IDX TO 1
               SEARCH WRK-CSG-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-CSG-LOJA(WRK-CSG-IDX) = WRK-CNS-LOJA
                    AND WRK-CSG-ISBN(WRK-CSG-IDX) = WRK-CNS-ISBN
                       SET CONSIGNADO-NA-TABELA TO TRUE
                       MOVE WRK-CSG-SALDO(WRK-CSG-IDX)
                           TO WRK-CNS-DISPONIVEL
                       IF WRK-CSG-VENDIDO(WRK-CSG-IDX) > ZEROS
                           SUBTRACT WRK-CSG-VENDIDO(WRK-CSG-IDX)
                               FROM WRK-CNS-DISPONIVEL
                       END-IF
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN NOT CONSIGNADO-NA-TABELA
                   DISPLAY 'LOJA/ISBN SEM CONSIGNACAO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-CNS-QTD = ZEROS
                 OR WRK-CNS-QTD > WRK-CNS-DISPONIVEL
                   DISPLAY 'QUANTIDADE ACIMA DO CONSIGNADO NAO '
                       'VENDIDO: ' WRK-CNS-DISPONIVEL
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0750-GRAVAR-DEVOLUCAO
           END-EVALUATE.

       0750-GRAVAR-DEVOLUCAO.
           OPEN I-O ARQ-CONSIGNACAO.
           MOVE WRK-CNS-LOJA TO CNS-LOJA.
           MOVE WRK-CNS-ISBN TO CNS-ISBN.
           READ ARQ-CONSIGNACAO
               INVALID KEY
                   DISPLAY 'LOJA/ISBN SEM CONSIGNACAO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               NOT INVALID KEY
                   ADD WRK-CNS-QTD TO CNS-QTD-DEVOLVIDA
                   REWRITE REG-CONSIGNACAO
                   SET CONSIGNACAO-OK TO TRUE
           END-READ.
           CLOSE ARQ-CONSIGNACAO.
           IF CONSIGNACAO-OK
               COMPUTE WRK-ETL-QTD-PROC = 0 - WRK-CNS-QTD
               PERFORM 0350-MOVIMENTAR-ESTOQUE
               DISPLAY 'DEVOLUCAO REGISTRADA PARA A EDITORA '
                   WRK-CSG-EDITORA(WRK-CSG-IDX)
               ADD 1 TO WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB119'    TO WRK-AUD-PROGRAMA
               MOVE 'DEVOL-CONSIG'  TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-CNS-ISBN    TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-CNS-QTD     TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'livpp.cpy'.
           COPY 'cmepp.cpy'.
           COPY 'etlpp.cpy'.
           COPY 'forpp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB119.
