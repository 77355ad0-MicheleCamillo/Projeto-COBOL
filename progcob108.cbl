      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Consulta de documentos de origem do razao - a partir
      *          de uma conta e de um intervalo de competencias lista
      *          cada lancamento de RAZAOEXT.DAT com o tipo e o numero
      *          do documento que o originou (pedido de frete, fatura,
      *          cupom fiscal, matricula, titulo a pagar, lote manual,
      *          bem, regra de rateio, modelo recorrente, mensalidade
      *          escolar, encomenda de cliente, contrato de
      *          crediario, nota de debito de editora) e traz do
      *          cadastro de origem os campos-chave do documento,
      *          para a auditoria abrir o saldo documento a
      *          documento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB108.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'fatsel.cpy'.
            COPY 'capsel.cpy'.
            COPY 'imosel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'ratsel.cpy'.
            COPY 'lrcsel.cpy'.
            COPY 'encsel.cpy'.
            COPY 'crdsel.cpy'.
            COPY 'dvfsel.cpy'.
            COPY 'runsel.cpy'.
      * Registro de cupons da livraria gravado pelo PROGCOB010 no
      * fechamento de cada venda.
           SELECT ARQ-RECIBO-REG ASSIGN TO 'RECIBOREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECREG.
           COPY 'mensel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'fatfd.cpy'.
           COPY 'capfd.cpy'.
           COPY 'imofd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'ratfd.cpy'.
           COPY 'lrcfd.cpy'.
           COPY 'encfd.cpy'.
           COPY 'crdfd.cpy'.
           COPY 'dvffd.cpy'.
           COPY 'runfd.cpy'.
       FD  ARQ-RECIBO-REG.
       01  REG-RECIBO-REG.
           05 RCR-LOJA         PIC 9(04).
           05 RCR-DATA         PIC 9(08).
           05 RCR-NUMERO       PIC 9(06).
           05 RCR-VALOR        PIC 9(06)V99.
           05 RCR-IMPOSTO      PIC 9(06)V99.
           COPY 'menfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-EOF-RAZAO        PIC X(01)   VALUE 'N'.
           88 FIM-RAZAO        VALUE 'S'.
       77 WRK-EOF-PEDIDOS      PIC X(01)   VALUE 'N'.
           88 FIM-PEDIDOS      VALUE 'S'.
       77 WRK-EOF-RECREG       PIC X(01)   VALUE 'N'.
           88 FIM-RECREG       VALUE 'S'.
       77 WRK-FS-RECREG        PIC X(02)   VALUE '00'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.

      * Filtro da consulta.
       77 WRK-DOC-CONTA        PIC X(06)   VALUE SPACES.
       77 WRK-DOC-COMP-DE      PIC 9(06)   VALUE ZEROS.
       77 WRK-DOC-COMP-ATE     PIC 9(06)   VALUE ZEROS.

      * Documento corrente e o que o cadastro de origem devolveu.
       77 WRK-DOC-NUM6         PIC 9(06)   VALUE ZEROS.
       77 WRK-DOC-LOJA         PIC 9(04)   VALUE ZEROS.
       77 WRK-DOC-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-DOC-DETALHE      PIC X(70)   VALUE SPACES.
       77 WRK-DOC-ACHADO       PIC X(01)   VALUE 'N'.
           88 DOCUMENTO-ACHADO VALUE 'S'.
       77 WRK-DOC-QTD-CUPONS   PIC 9(05)   VALUE ZEROS.
       77 WRK-DOC-TOT-CUPONS   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DOC-IMP-CUPONS   PIC 9(10)V99 VALUE ZEROS.

      * Totais da consulta.
       77 WRK-DOC-QTD          PIC 9(06)   VALUE ZEROS.
       77 WRK-DOC-QTD-SEM      PIC 9(06)   VALUE ZEROS.
       77 WRK-DOC-DEBITOS      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-DOC-CREDITOS     PIC 9(12)V99 VALUE ZEROS.

      * Campos editados.
       77 WRK-DOC-VALOR-ED     PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-DOC-AUX-ED       PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-DOC-DEB-ED       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DOC-CRE-ED       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'glws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'empws.cpy'.
           COPY 'pedws.cpy'.
           COPY 'fatws.cpy'.
           COPY 'capws.cpy'.
           COPY 'imows.cpy'.
           COPY 'cliws.cpy'.
           COPY 'ratws.cpy'.
           COPY 'lrcws.cpy'.
           COPY 'encws.cpy'.
           COPY 'crdws.cpy'.
           COPY 'dvfws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB108' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM 0100-LER-FILTRO.
           IF CONTA-VALIDA
               PERFORM 0200-LISTAR-LANCAMENTOS
               PERFORM 0800-FINALIZAR
           ELSE
               DISPLAY 'CONTA ' WRK-DOC-CONTA
                   ' FORA DO PLANO DE CONTAS'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-LER-FILTRO.
           DISPLAY 'CONTA:'.
           ACCEPT WRK-DOC-CONTA.
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM, BRANCO = ATUAL):'.
           ACCEPT WRK-DOC-COMP-DE.
           DISPLAY 'COMPETENCIA FINAL (AAAAMM, BRANCO = A INICIAL):'.
           ACCEPT WRK-DOC-COMP-ATE.
           ACCEPT WRK-REP-DATA FROM DATE YYYYMMDD.
           IF WRK-DOC-COMP-DE = ZEROS
               MOVE WRK-REP-DATA(1:6) TO WRK-DOC-COMP-DE
           END-IF.
           IF WRK-DOC-COMP-ATE = ZEROS
               MOVE WRK-DOC-COMP-DE TO WRK-DOC-COMP-ATE
           END-IF.
           MOVE WRK-DOC-CONTA TO WRK-PLA-PROCURADA.
           PERFORM 9560-VALIDAR-CONTA.

       0200-LISTAR-LANCAMENTOS.
           MOVE 'PROGCOB108' TO WRK-REP-PROGRAMA.
           MOVE 'DOCUMENTOS DE ORIGEM DO RAZAO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'CONTA ' WRK-DOC-CONTA.
           DISPLAY 'COMPETENCIAS ' WRK-DOC-COMP-DE ' A '
               WRK-DOC-COMP-ATE.
           DISPLAY 'DATA     ORIGEM     D/C          VALOR DOC NUMERO'
               '         DESCRICAO'.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO NOT = '00'
               DISPLAY 'RAZAO SEM LANCAMENTOS'
           ELSE
               PERFORM UNTIL FIM-RAZAO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           IF RAZ-CONTA = WRK-DOC-CONTA
                              AND RAZ-DATA(1:6) >= WRK-DOC-COMP-DE
                              AND RAZ-DATA(1:6) <= WRK-DOC-COMP-ATE
                               PERFORM 0300-LISTAR-UM-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.

       0300-LISTAR-UM-LANCAMENTO.
           ADD 1 TO WRK-DOC-QTD WRK-RUN-QTD-LIDOS.
           IF RAZ-DC = 'C'
               ADD RAZ-VALOR TO WRK-DOC-CREDITOS
           ELSE
               ADD RAZ-VALOR TO WRK-DOC-DEBITOS
           END-IF.
           MOVE RAZ-VALOR TO WRK-DOC-VALOR-ED.
           DISPLAY RAZ-DATA ' ' RAZ-PROGRAMA-ORIGEM ' ' RAZ-DC ' '
               WRK-DOC-VALOR-ED ' ' RAZ-DOC-TIPO '  '
               RAZ-DOC-NUMERO ' ' RAZ-DESCRICAO.
           PERFORM 0400-DETALHAR-DOCUMENTO.
           DISPLAY '         > ' WRK-DOC-DETALHE.

       0400-DETALHAR-DOCUMENTO.
      * Cada tipo de documento volta ao seu cadastro de origem; os
      * tipos sem cadastro proprio (folha da competencia, diario de
      * vendas, encerramento, lote manual) so descrevem o documento.
           MOVE SPACES TO WRK-DOC-DETALHE.
           MOVE 'N'    TO WRK-DOC-ACHADO.
           MOVE RAZ-DOC-TIPO TO WRK-RAZ-DOC-TIPO.
           EVALUATE TRUE
               WHEN RAZ-DOC-TIPO = SPACES
                   MOVE 'SEM DOCUMENTO DE ORIGEM' TO WRK-DOC-DETALHE
                   ADD 1 TO WRK-DOC-QTD-SEM
                   SET DOCUMENTO-ACHADO TO TRUE
               WHEN DOC-MATRICULA
                   PERFORM 0410-DETALHAR-EMPREGADO
               WHEN DOC-PEDIDO-FRETE
                   PERFORM 0420-DETALHAR-PEDIDO
               WHEN DOC-FATURA-FRETE
                   PERFORM 0430-DETALHAR-FATURA
               WHEN DOC-TITULO-PAGAR
                   PERFORM 0440-DETALHAR-TITULO
               WHEN DOC-BEM-IMOBILIZADO
                   PERFORM 0450-DETALHAR-BEM
               WHEN DOC-ARMAZENAGEM
                   PERFORM 0460-DETALHAR-CLIENTE
               WHEN DOC-CUPOM-FISCAL
                   PERFORM 0470-DETALHAR-CUPONS
               WHEN DOC-REGRA-RATEIO
                   PERFORM 0480-DETALHAR-RATEIO
               WHEN DOC-LANC-RECORRENTE
                   PERFORM 0490-DETALHAR-RECORRENTE
               WHEN DOC-MENSALIDADE
                   PERFORM 0495-DETALHAR-MENSALIDADE
               WHEN DOC-ENCOMENDA
                   PERFORM 0497-DETALHAR-ENCOMENDA
               WHEN DOC-CREDIARIO
                   PERFORM 0498-DETALHAR-CREDIARIO
               WHEN DOC-NOTA-DEBITO
                   PERFORM 0499-DETALHAR-NOTA-DEBITO
               WHEN DOC-LOTE-MANUAL
                   STRING 'LOTE MANUAL ' RAZ-LOTE
                       ' - LINHAS NA CONSULTA DO PROGCOB107'
                       DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                   END-STRING
                   SET DOCUMENTO-ACHADO TO TRUE
               WHEN DOC-FOLHA
                   STRING 'FOLHA DA COMPETENCIA ' RAZ-DOC-NUMERO
                       DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                   END-STRING
                   SET DOCUMENTO-ACHADO TO TRUE
               WHEN DOC-DIARIO-VENDAS
                   STRING 'DIARIO DE VENDAS DA LIVRARIA DE '
                       RAZ-DOC-NUMERO
                       DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                   END-STRING
                   SET DOCUMENTO-ACHADO TO TRUE
               WHEN DOC-EXERCICIO
                   STRING 'ENCERRAMENTO DO EXERCICIO ' RAZ-DOC-NUMERO
                       DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                   END-STRING
                   SET DOCUMENTO-ACHADO TO TRUE
               WHEN OTHER
                   MOVE 'TIPO DE DOCUMENTO DESCONHECIDO'
                       TO WRK-DOC-DETALHE
                   SET DOCUMENTO-ACHADO TO TRUE
           END-EVALUATE.
           IF NOT DOCUMENTO-ACHADO
               MOVE 'DOCUMENTO NAO ENCONTRADO NO CADASTRO DE ORIGEM'
                   TO WRK-DOC-DETALHE
           END-IF.

       0410-DETALHAR-EMPREGADO.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS = '00'
               MOVE RAZ-DOC-NUMERO TO EMP-MATRICULA
               READ ARQ-EMPREGADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       STRING 'EMPREGADO ' EMP-NOME ' CC '
                           EMP-CENTRO-CUSTO ' SITUACAO '
                           EMP-SITUACAO
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-EMPREGADOS
           END-IF.

       0420-DETALHAR-PEDIDO.
           IF RAZ-DOC-NUMERO(1:6) IS NUMERIC
               MOVE RAZ-DOC-NUMERO(1:6) TO WRK-DOC-NUM6
               MOVE 'N' TO WRK-EOF-PEDIDOS
               OPEN INPUT ARQ-PEDIDOS
               IF WRK-FS-PEDIDOS = '00'
                   PERFORM UNTIL FIM-PEDIDOS OR DOCUMENTO-ACHADO
                       READ ARQ-PEDIDOS
                           AT END
                               SET FIM-PEDIDOS TO TRUE
                           NOT AT END
                               IF PED-NUMERO = WRK-DOC-NUM6
                                   SET DOCUMENTO-ACHADO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-PEDIDOS
               END-IF
           END-IF.
           IF DOCUMENTO-ACHADO
               STRING 'PEDIDO ' PED-PRODUTO ' CLIENTE ' PED-CLIENTE
                   ' UF ' PED-UF ' STATUS ' PED-STATUS
                   ' EMISSAO ' PED-DATA-EMISSAO
                   DELIMITED BY SIZE INTO WRK-DOC-DETALHE
               END-STRING
           END-IF.

       0430-DETALHAR-FATURA.
           IF RAZ-DOC-NUMERO(1:6) IS NUMERIC
               OPEN INPUT ARQ-FATURAS
               IF WRK-FS-FATURAS = '00'
                   MOVE RAZ-DOC-NUMERO(1:6) TO FAT-NUMERO
                   READ ARQ-FATURAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DOCUMENTO-ACHADO TO TRUE
                           MOVE FAT-VALOR TO WRK-DOC-AUX-ED
                           STRING 'FATURA CLIENTE ' FAT-CLIENTE
                               ' EMISSAO ' FAT-DATA-EMISSAO
                               ' VALOR ' WRK-DOC-AUX-ED
                               ' PEDIDOS ' FAT-QTD-PEDIDOS
                               DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                           END-STRING
                   END-READ
                   CLOSE ARQ-FATURAS
               END-IF
           END-IF.

       0440-DETALHAR-TITULO.
           IF RAZ-DOC-NUMERO(1:6) IS NUMERIC
               OPEN INPUT ARQ-CONTAS-PAGAR
               IF WRK-FS-CONTAS-PAGAR = '00'
                   MOVE RAZ-DOC-NUMERO(1:6) TO CAP-NUMERO
                   READ ARQ-CONTAS-PAGAR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DOCUMENTO-ACHADO TO TRUE
                           STRING 'TITULO ' CAP-FORNECEDOR
                               ' PEDIDO ' CAP-PCO-NUMERO
                               ' VENC ' CAP-DATA-VENCIMENTO
                               ' PAGTO ' CAP-DATA-PAGAMENTO
                               DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                           END-STRING
                   END-READ
                   CLOSE ARQ-CONTAS-PAGAR
               END-IF
           END-IF.

       0450-DETALHAR-BEM.
           OPEN INPUT ARQ-IMOBILIZADO.
           IF WRK-FS-IMOBILIZADO = '00'
               MOVE RAZ-DOC-NUMERO TO IMO-CODIGO
               READ ARQ-IMOBILIZADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       MOVE IMO-CUSTO TO WRK-DOC-AUX-ED
                       STRING 'BEM ' IMO-DESCRICAO
                           ' AQUISICAO ' IMO-DATA-AQUISICAO
                           ' CUSTO ' WRK-DOC-AUX-ED
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-IMOBILIZADO
           END-IF.

       0460-DETALHAR-CLIENTE.
      * Armazenagem: cliente (6) + competencia cobrada (6).
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES = '00'
               MOVE RAZ-DOC-NUMERO(1:6) TO CLI-CODIGO
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       STRING 'CLIENTE ' CLI-NOME ' UF ' CLI-UF
                           ' COMPETENCIA ' RAZ-DOC-NUMERO(7:6)
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-CLIENTES
           END-IF.

       0470-DETALHAR-CUPONS.
      * Cupom fiscal: loja (4) + data (8) - o lancamento do dia
      * resume os cupons da loja gravados em RECIBOREG.DAT.
           IF RAZ-DOC-NUMERO(1:12) IS NUMERIC
               MOVE RAZ-DOC-NUMERO(1:4) TO WRK-DOC-LOJA
               MOVE RAZ-DOC-NUMERO(5:8) TO WRK-DOC-DATA
               MOVE ZEROS TO WRK-DOC-QTD-CUPONS WRK-DOC-TOT-CUPONS
                             WRK-DOC-IMP-CUPONS
               MOVE 'N' TO WRK-EOF-RECREG
               OPEN INPUT ARQ-RECIBO-REG
               IF WRK-FS-RECREG = '00'
                   PERFORM UNTIL FIM-RECREG
                       READ ARQ-RECIBO-REG
                           AT END
                               SET FIM-RECREG TO TRUE
                           NOT AT END
                               IF RCR-LOJA = WRK-DOC-LOJA
                                  AND RCR-DATA = WRK-DOC-DATA
                                   ADD 1 TO WRK-DOC-QTD-CUPONS
                                   ADD RCR-VALOR
                                       TO WRK-DOC-TOT-CUPONS
                                   ADD RCR-IMPOSTO
                                       TO WRK-DOC-IMP-CUPONS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-RECIBO-REG
               END-IF
           END-IF.
           IF WRK-DOC-QTD-CUPONS > ZEROS
               SET DOCUMENTO-ACHADO TO TRUE
               MOVE WRK-DOC-TOT-CUPONS TO WRK-DOC-VALOR-ED
               MOVE WRK-DOC-IMP-CUPONS TO WRK-DOC-AUX-ED
               STRING 'LOJA ' WRK-DOC-LOJA ' ' WRK-DOC-QTD-CUPONS
                   ' CUPONS ' WRK-DOC-VALOR-ED ' IMPOSTO '
                   WRK-DOC-AUX-ED
                   DELIMITED BY SIZE INTO WRK-DOC-DETALHE
               END-STRING
           END-IF.

       0480-DETALHAR-RATEIO.
           OPEN INPUT ARQ-RATEIO.
           IF WRK-FS-RATEIO = '00'
               MOVE RAZ-DOC-NUMERO TO RAT-CODIGO
               READ ARQ-RATEIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       STRING 'REGRA ' RAT-DESCRICAO
                           ' ORIGEM ' RAT-CENTRO-ORIGEM
                           ' BASE ' RAT-BASE
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-RATEIO
           END-IF.

       0490-DETALHAR-RECORRENTE.
           OPEN INPUT ARQ-LANC-RECORRENTE.
           IF WRK-FS-LANC-RECORRENTE = '00'
               MOVE RAZ-DOC-NUMERO TO LRC-CODIGO
               READ ARQ-LANC-RECORRENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       STRING 'MODELO ' LRC-DESCRICAO
                           ' VIGENCIA ' LRC-COMP-INICIO
                           ' A ' LRC-COMP-FIM
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-LANC-RECORRENTE
           END-IF.

       0495-DETALHAR-MENSALIDADE.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WRK-FS-MENSALIDADES = '00'
               MOVE RAZ-DOC-NUMERO(1:12) TO MEN-CHAVE
               READ ARQ-MENSALIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       MOVE MEN-VALOR TO WRK-DOC-AUX-ED
                       STRING 'MENSALIDADE ALUNO ' MEN-MATRICULA
                           ' COMP ' MEN-COMPETENCIA ' '
                           WRK-DOC-AUX-ED ' VENC ' MEN-VENCIMENTO
                           ' PAGTO ' MEN-DATA-PAGAMENTO
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-MENSALIDADES
           END-IF.

       0497-DETALHAR-ENCOMENDA.
           OPEN INPUT ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS = '00'
               MOVE RAZ-DOC-NUMERO(1:6) TO ENC-NUMERO
               READ ARQ-ENCOMENDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       MOVE ENC-SINAL TO WRK-DOC-AUX-ED
                       STRING 'ENCOMENDA ' ENC-CLIENTE
                           ' ISBN ' ENC-ISBN ' SINAL ' WRK-DOC-AUX-ED
                           ' SIT ' ENC-SITUACAO
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-ENCOMENDAS
           END-IF.

       0498-DETALHAR-CREDIARIO.
      * Venda e devolucao levam so o contrato (detalha a primeira
      * parcela); o recebimento leva contrato e parcela.
           OPEN INPUT ARQ-CREDIARIO.
           IF WRK-FS-CREDIARIO = '00'
               MOVE RAZ-DOC-NUMERO(1:6) TO CRD-CONTRATO
               IF RAZ-DOC-NUMERO(7:2) IS NUMERIC
                   MOVE RAZ-DOC-NUMERO(7:2) TO CRD-PARCELA
               ELSE
                   MOVE 1 TO CRD-PARCELA
               END-IF
               READ ARQ-CREDIARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       MOVE CRD-VALOR TO WRK-DOC-AUX-ED
                       STRING 'CREDIARIO ' CRD-CLIENTE
                           ' PARCELA ' CRD-PARCELA '/'
                           CRD-QTD-PARCELAS ' VALOR ' WRK-DOC-AUX-ED
                           ' SIT ' CRD-SITUACAO
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-CREDIARIO
           END-IF.

       0499-DETALHAR-NOTA-DEBITO.
           OPEN INPUT ARQ-NOTA-DEBITO.
           IF WRK-FS-NOTA-DEBITO = '00'
               MOVE RAZ-DOC-NUMERO(1:6) TO NDB-NUMERO
               READ ARQ-NOTA-DEBITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-ACHADO TO TRUE
                       MOVE NDB-VALOR TO WRK-DOC-AUX-ED
                       STRING 'NOTA DE DEBITO ' NDB-EDITORA
                           ' VALOR ' WRK-DOC-AUX-ED
                           ' TIT ' NDB-CAP-NUMERO
                           ' SIT ' NDB-SITUACAO
                           DELIMITED BY SIZE INTO WRK-DOC-DETALHE
                       END-STRING
               END-READ
               CLOSE ARQ-NOTA-DEBITO
           END-IF.

       0800-FINALIZAR.
           MOVE WRK-DOC-DEBITOS  TO WRK-DOC-DEB-ED.
           MOVE WRK-DOC-CREDITOS TO WRK-DOC-CRE-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'LANCAMENTOS..........: ' WRK-DOC-QTD.
           DISPLAY 'SEM DOCUMENTO........: ' WRK-DOC-QTD-SEM.
           DISPLAY 'DEBITOS..............: ' WRK-DOC-DEB-ED.
           DISPLAY 'CREDITOS.............: ' WRK-DOC-CRE-ED.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB108'    TO WRK-AUD-PROGRAMA.
           MOVE 'CONSULTA-DOC'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE SPACES          TO WRK-AUD-VALOR-ENTRADA.
           STRING WRK-DOC-CONTA ' ' WRK-DOC-COMP-DE ' '
               WRK-DOC-COMP-ATE
               DELIMITED BY SIZE INTO WRK-AUD-VALOR-ENTRADA
           END-STRING.
           MOVE WRK-DOC-QTD     TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
       END PROGRAM PROGCOB108.
