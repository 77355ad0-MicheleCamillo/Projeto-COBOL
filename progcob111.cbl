      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Auditoria das faturas de transportadoras - importa
      *          a fatura (FATTRANSP.DAT), casa cada linha com o
      *          pedido por numero e transportadora e aponta o
      *          sobrefaturamento acima da tolerancia, o pedido
      *          faturado duas vezes e o faturado sem embarque; a
      *          fatura aprovada por supervisor vira titulo em
      *          CONTASPAG.DAT, o custo do frete vai ao razao e ao
      *          pedido, e sai a margem de frete por pedido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB111.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'trpsel.cpy'.
            COPY 'forsel.cpy'.
            COPY 'capsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            SELECT ARQ-FATURA-TRANSP ASSIGN TO 'FATTRANSP.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-FATURA.
      * Linhas auditadas, por pedido e sequencia - a mesma chave
      * mostra se o pedido ja veio em outra fatura.
            SELECT ARQ-AUDITORIA-FRETE ASSIGN TO 'FATAUDIT.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FAU-CHAVE
                FILE STATUS IS WRK-FS-AUD-FRETE.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'trpfd.cpy'.
           COPY 'forfd.cpy'.
           COPY 'capfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.

      * Fatura da transportadora - uma linha por pedido cobrado.
       FD  ARQ-FATURA-TRANSP.
       01  REG-FATURA-TRANSP.
           05 FTI-TRANSPORTADORA   PIC X(03).
           05 FTI-FATURA           PIC X(10).
           05 FTI-PEDIDO           PIC 9(06).
           05 FTI-VALOR            PIC 9(06)V99.

      * Situacao da linha auditada: O-conferida, S-sobrefaturada,
      * D-pedido ja faturado, N-pedido sem embarque, P-sem pedido
      * da transportadora, R-devolucao por conta da transportadora
      * (sinistro no pedido original), A-aprovada (com o titulo a
      * pagar gerado), X-recusada na aprovacao da fatura.
       FD  ARQ-AUDITORIA-FRETE.
       01  REG-AUDITORIA-FRETE.
           05 FAU-CHAVE.
               10 FAU-PEDIDO       PIC 9(06).
               10 FAU-SEQ          PIC 9(02).
           05 FAU-TRANSPORTADORA   PIC X(03).
           05 FAU-FATURA           PIC X(10).
           05 FAU-VALOR-FATURADO   PIC 9(06)V99.
           05 FAU-VALOR-COTADO     PIC 9(06)V99.
           05 FAU-SITUACAO         PIC X(01).
           05 FAU-DATA-IMPORTACAO  PIC 9(08).
           05 FAU-CAP-NUMERO       PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-FATURAS     VALUE 'S'.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-FS-FATURA        PIC X(02)   VALUE '00'.
       77 WRK-EOF-FATURA       PIC X(01)   VALUE 'N'.
           88 FIM-FATURA       VALUE 'S'.
       77 WRK-FS-AUD-FRETE     PIC X(02)   VALUE '00'.
       77 WRK-EOF-AUD-FRETE    PIC X(01)   VALUE 'N'.
           88 FIM-AUD-FRETE    VALUE 'S'.
       77 WRK-EOF-PED          PIC X(01)   VALUE 'N'.
           88 FIM-PED          VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Auditoria da linha: a cobranca pode passar do frete cotado
      * ate a tolerancia informada na importacao.
       77 WRK-TOLERANCIA       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-LIMITE-COBRANCA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PED-ACHADO       PIC 9(03)   VALUE ZEROS.
       77 WRK-FAU-ULT-SEQ      PIC 9(02)   VALUE ZEROS.
       77 WRK-JA-FATURADO      PIC X(01)   VALUE 'N'.
           88 PEDIDO-JA-FATURADO VALUE 'S'.
       77 WRK-QTD-IMPORTADAS   PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-CONFERIDAS   PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-SOBRE        PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-DUPLICADAS   PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-SEM-EMBARQUE PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-SEM-PEDIDO   PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-DEVOLUCAO    PIC 9(06)   VALUE ZEROS.
       77 WRK-MENSAGEM-LINHA   PIC X(40)   VALUE SPACES.
       77 WRK-FATURADO-ED      PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-COTADO-ED        PIC ZZZZ9,99 VALUE ZEROS.

      * Aprovacao da fatura pelo supervisor.
       77 WRK-APR-TRANSP       PIC X(03)   VALUE SPACES.
       77 WRK-APR-FATURA       PIC X(10)   VALUE SPACES.
       77 WRK-APR-NOME         PIC X(20)   VALUE SPACES.
       77 WRK-APR-QTD-PEND     PIC 9(04)   VALUE ZEROS.
       77 WRK-APR-QTD-OK       PIC 9(04)   VALUE ZEROS.
       77 WRK-APR-QTD-SOBRE    PIC 9(04)   VALUE ZEROS.
       77 WRK-APR-TOT-OK       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-APR-TOT-SOBRE    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-APR-TOTAL        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-APR-TOTAL-ED     PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ACEITA-SOBRE     PIC X(01)   VALUE 'N'.
           88 ACEITA-SOBREFATURADO VALUE 'S'.
       77 WRK-APROVA-FATURA    PIC X(01)   VALUE 'N'.
           88 APROVA-FATURA    VALUE 'S'.
       77 WRK-CAP-VENC-INT     PIC 9(08)   VALUE ZEROS.
       77 WRK-CAP-VENCIMENTO   PIC 9(08)   VALUE ZEROS.

      * Margem de frete por pedido: receita cotada (frete mais
      * adicionais) contra o custo aprovado na fatura.
       77 WRK-RECEITA-FRETE    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MARGEM-FRETE     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-MARGEM-PCT       PIC S9(03)V9 VALUE ZEROS.
       77 WRK-TOT-RECEITA      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTD-MARGEM       PIC 9(06)   VALUE ZEROS.
       77 WRK-RECEITA-ED       PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED         PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED        PIC -ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-PCT-ED    PIC -ZZ9,9  VALUE ZEROS.
       77 WRK-TOT-RECEITA-ED   PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-CUSTO-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-MARGEM-ED    PIC -$.$$$.$$$.$$9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'pdtws.cpy'.
           COPY 'trpws.cpy'.
           COPY 'forws.cpy'.
           COPY 'capws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB111' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-FATURAS
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== AUDITORIA DE FATURAS DE TRANSPORTADORAS ===='.
           DISPLAY '1 - IMPORTAR E AUDITAR FATURA (FATTRANSP.DAT)'.
           DISPLAY '2 - APROVAR FATURA (SUPERVISOR)'.
           DISPLAY '3 - MARGEM DE FRETE POR PEDIDO'.
           DISPLAY '4 - LISTAR LINHAS AGUARDANDO APROVACAO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-IMPORTAR-FATURA
               WHEN 2
                   PERFORM 0500-APROVAR-FATURA
               WHEN 3
                   PERFORM 0700-MARGEM-POR-PEDIDO
               WHEN 4
                   PERFORM 0800-LISTAR-PENDENTES
               WHEN ZERO
                   SET SAIR-FATURAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-IMPORTAR-FATURA.
      * Com a carga incompleta o casamento com os pedidos nao seria
      * confiavel e a importacao nao roda, como no retorno de carga.
           DISPLAY 'TOLERANCIA DE SOBREFATURAMENTO EM % '
               '(BRANCO = 2):'.
           ACCEPT WRK-TOLERANCIA.
           IF WRK-TOLERANCIA = ZEROS
               MOVE 2 TO WRK-TOLERANCIA
           END-IF.
           MOVE ZEROS TO WRK-QTD-IMPORTADAS WRK-QTD-CONFERIDAS
                         WRK-QTD-SOBRE WRK-QTD-DUPLICADAS
                         WRK-QTD-SEM-EMBARQUE WRK-QTD-SEM-PEDIDO
                         WRK-QTD-DEVOLUCAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PROGCOB111' TO WRK-REP-PROGRAMA.
           MOVE 'AUDITORIA DE FATURA DE TRANSPORTADORA'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           PERFORM 0680-CARREGAR-PEDIDOS.
           IF TABELA-PED-ESTOUROU
               DISPLAY 'IMPORTACAO RECUSADA ATE PEDIDOS.DAT CABER NA '
                   'TABELA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0310-LER-FATURA
           END-IF.

       0310-LER-FATURA.
           MOVE 'N' TO WRK-EOF-FATURA.
           OPEN INPUT ARQ-FATURA-TRANSP.
           IF WRK-FS-FATURA NOT = '00'
               DISPLAY 'FATURA DA TRANSPORTADORA (FATTRANSP.DAT) NAO '
                   'ENCONTRADA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN I-O ARQ-AUDITORIA-FRETE
               IF WRK-FS-AUD-FRETE = '35'
                   OPEN OUTPUT ARQ-AUDITORIA-FRETE
                   CLOSE ARQ-AUDITORIA-FRETE
                   OPEN I-O ARQ-AUDITORIA-FRETE
               END-IF
               DISPLAY 'PEDIDO TRP FATURA      FATURADO   COTADO '
                   'SITUACAO'
               PERFORM UNTIL FIM-FATURA
                   READ ARQ-FATURA-TRANSP
                       AT END
                           SET FIM-FATURA TO TRUE
                       NOT AT END
                           PERFORM 0320-AUDITAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA-FRETE
               CLOSE ARQ-FATURA-TRANSP
               PERFORM 0400-RESUMO-IMPORTACAO
           END-IF.

       0320-AUDITAR-LINHA.
           ADD 1 TO WRK-QTD-IMPORTADAS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE ZEROS TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                   UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
               IF WRK-TPD-NUMERO(WRK-TPD-LOOP) = FTI-PEDIDO
                   MOVE WRK-TPD-LOOP TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           PERFORM 0330-PROCURAR-FATURAMENTO.
           MOVE FTI-PEDIDO         TO FAU-PEDIDO.
           COMPUTE FAU-SEQ = WRK-FAU-ULT-SEQ + 1.
           MOVE FTI-TRANSPORTADORA TO FAU-TRANSPORTADORA.
           MOVE FTI-FATURA         TO FAU-FATURA.
           MOVE FTI-VALOR          TO FAU-VALOR-FATURADO.
           MOVE ZEROS              TO FAU-VALOR-COTADO FAU-CAP-NUMERO.
           MOVE WRK-DATA-HOJE      TO FAU-DATA-IMPORTACAO.
           IF WRK-PED-ACHADO > ZEROS
               MOVE WRK-TPD-FRETE(WRK-PED-ACHADO) TO FAU-VALOR-COTADO
               COMPUTE WRK-LIMITE-COBRANCA =
                   FAU-VALOR-COTADO * (100 + WRK-TOLERANCIA) / 100
           END-IF.
      * A ordem dos testes e a ordem de gravidade: sem pedido da
      * transportadora, devolucao por conta dela, sem embarque, em
      * dobro e so entao o valor.
           EVALUATE TRUE
               WHEN WRK-PED-ACHADO = ZEROS
                   MOVE 'P' TO FAU-SITUACAO
                   MOVE 'FATURADO SEM PEDIDO' TO WRK-MENSAGEM-LINHA
                   ADD 1 TO WRK-QTD-SEM-PEDIDO
               WHEN WRK-TPD-TRANSP(WRK-PED-ACHADO)
                    NOT = FTI-TRANSPORTADORA
                   MOVE 'P' TO FAU-SITUACAO
                   MOVE 'PEDIDO DE OUTRA TRANSPORTADORA'
                       TO WRK-MENSAGEM-LINHA
                   ADD 1 TO WRK-QTD-SEM-PEDIDO
               WHEN WRK-TPD-TIPO(WRK-PED-ACHADO) = 'D'
                AND WRK-TPD-COB-DEVOL(WRK-PED-ACHADO) = 'T'
                   MOVE 'R' TO FAU-SITUACAO
                   MOVE 'DEVOLUCAO POR CONTA DA TRANSPORTADORA'
                       TO WRK-MENSAGEM-LINHA
                   ADD 1 TO WRK-QTD-DEVOLUCAO
               WHEN WRK-TPD-STATUS(WRK-PED-ACHADO) NOT = 'E'
                AND WRK-TPD-STATUS(WRK-PED-ACHADO) NOT = 'T'
                   MOVE 'N' TO FAU-SITUACAO
                   MOVE 'FATURADO SEM EMBARQUE' TO WRK-MENSAGEM-LINHA
                   ADD 1 TO WRK-QTD-SEM-EMBARQUE
               WHEN PEDIDO-JA-FATURADO
                OR WRK-TPD-CUSTO-FRETE(WRK-PED-ACHADO) > ZEROS
                   MOVE 'D' TO FAU-SITUACAO
                   MOVE 'PEDIDO JA FATURADO' TO WRK-MENSAGEM-LINHA
                   ADD 1 TO WRK-QTD-DUPLICADAS
               WHEN FTI-VALOR > WRK-LIMITE-COBRANCA
                   MOVE 'S' TO FAU-SITUACAO
                   MOVE 'SOBREFATURADO ACIMA DA TOLERANCIA'
                       TO WRK-MENSAGEM-LINHA
                   ADD 1 TO WRK-QTD-SOBRE
               WHEN OTHER
                   MOVE 'O' TO FAU-SITUACAO
                   MOVE 'CONFERIDO' TO WRK-MENSAGEM-LINHA
                   ADD 1 TO WRK-QTD-CONFERIDAS
           END-EVALUATE.
           WRITE REG-AUDITORIA-FRETE
               INVALID KEY
                   MOVE 'PEDIDO COM MAIS DE 99 COBRANCAS'
                       TO WRK-MENSAGEM-LINHA
           END-WRITE.
           MOVE FAU-VALOR-FATURADO TO WRK-FATURADO-ED.
           MOVE FAU-VALOR-COTADO   TO WRK-COTADO-ED.
           DISPLAY FTI-PEDIDO ' ' FTI-TRANSPORTADORA ' ' FTI-FATURA
               ' ' WRK-FATURADO-ED ' ' WRK-COTADO-ED ' '
               WRK-MENSAGEM-LINHA.
           IF FAU-SITUACAO NOT = 'O'
               MOVE 'PROGCOB111'       TO EXC-PROGRAMA
               MOVE WRK-MENSAGEM-LINHA TO EXC-MENSAGEM
               MOVE REG-FATURA-TRANSP  TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
           END-IF.

       0330-PROCURAR-FATURAMENTO.
      * Pedido ja cobrado em linha anterior (desta ou de outra
      * fatura) e nao recusada conta como cobranca em dobro.
           MOVE ZEROS TO WRK-FAU-ULT-SEQ.
           MOVE 'N'   TO WRK-JA-FATURADO WRK-EOF-AUD-FRETE.
           MOVE FTI-PEDIDO TO FAU-PEDIDO.
           MOVE ZEROS      TO FAU-SEQ.
           START ARQ-AUDITORIA-FRETE KEY IS NOT LESS THAN FAU-CHAVE
               INVALID KEY
                   SET FIM-AUD-FRETE TO TRUE
           END-START.
           PERFORM UNTIL FIM-AUD-FRETE
               READ ARQ-AUDITORIA-FRETE NEXT RECORD
                   AT END
                       SET FIM-AUD-FRETE TO TRUE
                   NOT AT END
                       IF FAU-PEDIDO = FTI-PEDIDO
                           MOVE FAU-SEQ TO WRK-FAU-ULT-SEQ
                           IF FAU-SITUACAO NOT = 'X'
                               SET PEDIDO-JA-FATURADO TO TRUE
                           END-IF
                       ELSE
                           SET FIM-AUD-FRETE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       0400-RESUMO-IMPORTACAO.
           DISPLAY '-------------------------------------'.
           DISPLAY 'LINHAS IMPORTADAS........: ' WRK-QTD-IMPORTADAS.
           DISPLAY 'CONFERIDAS...............: ' WRK-QTD-CONFERIDAS.
           DISPLAY 'SOBREFATURADAS...........: ' WRK-QTD-SOBRE.
           DISPLAY 'PEDIDOS JA FATURADOS.....: ' WRK-QTD-DUPLICADAS.
           DISPLAY 'FATURADOS SEM EMBARQUE...: ' WRK-QTD-SEM-EMBARQUE.
           DISPLAY 'SEM PEDIDO CASADO........: ' WRK-QTD-SEM-PEDIDO.
           DISPLAY 'DEVOLUCAO DA TRANSPORT...: ' WRK-QTD-DEVOLUCAO.
           MOVE 'FATURA-TRANSP'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-QTD-IMPORTADAS TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-CONFERIDAS TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-FAT.

       0500-APROVAR-FATURA.
      * So SUPERVISOR ou ADM aprovam: a aprovacao gera o titulo a
      * pagar e posta o custo, e a recusa do sign-on vai ao SEGLOG.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON DO APROVADOR RECUSADO'
                   PERFORM 0590-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'APROVACAO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0590-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0510-CONFERIR-PERIODO
           END-EVALUATE.

       0510-CONFERIR-PERIODO.
      * Em periodo contabil fechado a fatura nao e aprovada: o
      * titulo e o custo no pedido ficariam sem o lancamento.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO CONTABIL ' WRK-PER-CONSULTA
                   ' FECHADO - APROVACAO NAO REALIZADA'
               MOVE 'PROGCOB111'      TO WRK-SUS-PROGRAMA
               MOVE 'PERIODO'         TO WRK-SUS-CAMPO
               MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR
               MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               DISPLAY 'TRANSPORTADORA:'
               ACCEPT WRK-APR-TRANSP
               DISPLAY 'NUMERO DA FATURA:'
               ACCEPT WRK-APR-FATURA
               PERFORM 0520-RESUMIR-FATURA
               IF WRK-APR-QTD-PEND = ZEROS
                   DISPLAY 'FATURA SEM LINHAS AGUARDANDO APROVACAO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM 0530-DECIDIR-APROVACAO
               END-IF
           END-IF.

       0520-RESUMIR-FATURA.
           MOVE ZEROS TO WRK-APR-QTD-PEND WRK-APR-QTD-OK
                         WRK-APR-QTD-SOBRE WRK-APR-TOT-OK
                         WRK-APR-TOT-SOBRE.
           MOVE 'N' TO WRK-EOF-AUD-FRETE.
           OPEN INPUT ARQ-AUDITORIA-FRETE.
           IF WRK-FS-AUD-FRETE = '00'
               DISPLAY 'PEDIDO SQ   FATURADO   COTADO S'
               PERFORM UNTIL FIM-AUD-FRETE
                   READ ARQ-AUDITORIA-FRETE NEXT RECORD
                       AT END
                           SET FIM-AUD-FRETE TO TRUE
                       NOT AT END
                           IF FAU-TRANSPORTADORA = WRK-APR-TRANSP
                            AND FAU-FATURA = WRK-APR-FATURA
                            AND FAU-SITUACAO NOT = 'A'
                            AND FAU-SITUACAO NOT = 'X'
                               PERFORM 0525-SOMAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA-FRETE
           END-IF.

       0525-SOMAR-LINHA.
           ADD 1 TO WRK-APR-QTD-PEND.
           EVALUATE FAU-SITUACAO
               WHEN 'O'
                   ADD 1 TO WRK-APR-QTD-OK
                   ADD FAU-VALOR-FATURADO TO WRK-APR-TOT-OK
               WHEN 'S'
                   ADD 1 TO WRK-APR-QTD-SOBRE
                   ADD FAU-VALOR-FATURADO TO WRK-APR-TOT-SOBRE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE FAU-VALOR-FATURADO TO WRK-FATURADO-ED.
           MOVE FAU-VALOR-COTADO   TO WRK-COTADO-ED.
           DISPLAY FAU-PEDIDO ' ' FAU-SEQ ' ' WRK-FATURADO-ED ' '
               WRK-COTADO-ED ' ' FAU-SITUACAO.

       0530-DECIDIR-APROVACAO.
      * Entram no titulo as linhas conferidas e, se o supervisor
      * aceitar, as sobrefaturadas pelo valor cobrado; o pedido em
      * dobro, sem embarque ou sem pedido nunca e pago - volta
      * contestado para a transportadora.
           MOVE 'N' TO WRK-ACEITA-SOBRE.
           IF WRK-APR-QTD-SOBRE > ZEROS
               MOVE WRK-APR-TOT-SOBRE TO WRK-APR-TOTAL-ED
               DISPLAY WRK-APR-QTD-SOBRE ' LINHAS SOBREFATURADAS - '
                   WRK-APR-TOTAL-ED
               DISPLAY 'ACEITAR AS SOBREFATURADAS PELO VALOR COBRADO '
                   '(S/N):'
               ACCEPT WRK-ACEITA-SOBRE
           END-IF.
           MOVE WRK-APR-TOT-OK TO WRK-APR-TOTAL.
           IF ACEITA-SOBREFATURADO
               ADD WRK-APR-TOT-SOBRE TO WRK-APR-TOTAL
           END-IF.
           MOVE WRK-APR-TOTAL TO WRK-APR-TOTAL-ED.
           DISPLAY 'VALOR A PAGAR: ' WRK-APR-TOTAL-ED
               ' - AS DEMAIS LINHAS PENDENTES SERAO RECUSADAS'.
           DISPLAY 'APROVAR A FATURA (S/N):'.
           ACCEPT WRK-APROVA-FATURA.
           IF APROVA-FATURA
               PERFORM 0680-CARREGAR-PEDIDOS
               IF TABELA-PED-ESTOUROU
                   DISPLAY 'APROVACAO RECUSADA ATE PEDIDOS.DAT CABER '
                       'NA TABELA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM 0540-EFETIVAR-APROVACAO
               END-IF
           ELSE
               DISPLAY 'FATURA NAO APROVADA - LINHAS CONTINUAM '
                   'PENDENTES'
               MOVE 'PROGCOB111' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'FATURA DE TRANSPORTADORA NAO APROVADA'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
           END-IF.

       0540-EFETIVAR-APROVACAO.
           MOVE ZEROS TO WRK-CAP-NUMERO.
           IF WRK-APR-TOTAL > ZEROS
               PERFORM 0550-GERAR-TITULO-FRETE
           END-IF.
           PERFORM 0570-BAIXAR-LINHAS.
           PERFORM 0690-REGRAVAR-PEDIDOS.
           DISPLAY 'FATURA ' WRK-APR-FATURA ' APROVADA'.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'PROGCOB111' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'FATURA DE TRANSPORTADORA APROVADA'
               TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           MOVE 'APROVA-FAT-TRP' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-APR-FATURA   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-APR-TOTAL-ED TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-FAT.

       0550-GERAR-TITULO-FRETE.
      * O titulo sai em nome da transportadora; o prazo e a conta
      * bancaria para a remessa vem do master de fornecedores pelo
      * mesmo nome, como nos titulos de compra.
           MOVE SPACES TO WRK-APR-NOME.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WRK-FS-TRANSPORTADORAS = '00'
               MOVE WRK-APR-TRANSP TO TRP-CODIGO
               READ ARQ-TRANSPORTADORAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRP-NOME TO WRK-APR-NOME
               END-READ
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.
           IF WRK-APR-NOME = SPACES
               MOVE WRK-APR-TRANSP TO WRK-APR-NOME
           END-IF.
           MOVE WRK-APR-NOME TO WRK-FOR-NOME-PROC.
           PERFORM 9585-VALIDAR-EDITORA.
           COMPUTE WRK-CAP-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               + WRK-FOR-PRAZO-ACHADO.
           COMPUTE WRK-CAP-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-CAP-VENC-INT).
           PERFORM 0555-LER-CAP-SEQ.
           ADD 1 TO WRK-CAP-NUMERO.
           OPEN I-O ARQ-CONTAS-PAGAR.
           IF WRK-FS-CONTAS-PAGAR = '35'
               OPEN OUTPUT ARQ-CONTAS-PAGAR
               CLOSE ARQ-CONTAS-PAGAR
               OPEN I-O ARQ-CONTAS-PAGAR
           END-IF.
           MOVE WRK-CAP-NUMERO     TO CAP-NUMERO.
           MOVE WRK-APR-NOME       TO CAP-FORNECEDOR.
           MOVE ZEROS              TO CAP-PCO-NUMERO.
           MOVE SPACES             TO CAP-ISBN.
           MOVE WRK-APR-TOTAL      TO CAP-VALOR.
           MOVE WRK-DATA-HOJE      TO CAP-DATA-EMISSAO.
           MOVE WRK-CAP-VENCIMENTO TO CAP-DATA-VENCIMENTO.
           MOVE ZEROS              TO CAP-DATA-PAGAMENTO.
           MOVE SPACES             TO CAP-SITUACAO CAP-OCORRENCIA.
           MOVE ZEROS              TO CAP-DATA-REMESSA.
           MOVE WRK-APR-FATURA     TO CAP-FATURA-TRANSP.
           MOVE ZEROS              TO CAP-ACERTO-CONSIG.
           WRITE REG-CONTA-PAGAR
               INVALID KEY
                   REWRITE REG-CONTA-PAGAR
           END-WRITE.
           CLOSE ARQ-CONTAS-PAGAR.
           MOVE WRK-CAP-NUMERO TO CQS-ULTIMO-NUMERO.
           OPEN OUTPUT ARQ-CAP-SEQ.
           WRITE REG-CAP-SEQ.
           CLOSE ARQ-CAP-SEQ.
           DISPLAY 'TITULO A PAGAR ' WRK-CAP-NUMERO ' GERADO - '
               WRK-APR-TOTAL-ED ' VENC ' WRK-CAP-VENCIMENTO.
      * Custo do frete contra fornecedores a pagar - a liquidacao
      * pelo retorno bancario (PROGCOB109) baixa a mesma conta.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB111' TO WRK-RAZ-PROGRAMA.
           SET DOC-TITULO-PAGAR TO TRUE.
           MOVE WRK-CAP-NUMERO TO WRK-RAZ-DOC-NUMERO.
           MOVE '515000'     TO WRK-RAZ-CONTA-DEB.
           MOVE '211500'     TO WRK-RAZ-CONTA-CRE.
           MOVE 'CUSTO DE FRETE - TRANSPORTADORA'
               TO WRK-RAZ-DESCRICAO.
           MOVE WRK-APR-TOTAL  TO WRK-RAZ-VALOR.
           MOVE WRK-APR-FATURA TO WRK-RAZ-REFERENCIA.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.

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

       0570-BAIXAR-LINHAS.
      * Cada linha pendente da fatura fica aprovada (com o titulo)
      * ou recusada; a aprovada soma o valor cobrado ao custo de
      * frete do pedido.
           MOVE 'N' TO WRK-EOF-AUD-FRETE.
           OPEN I-O ARQ-AUDITORIA-FRETE.
           PERFORM UNTIL FIM-AUD-FRETE
               READ ARQ-AUDITORIA-FRETE NEXT RECORD
                   AT END
                       SET FIM-AUD-FRETE TO TRUE
                   NOT AT END
                       IF FAU-TRANSPORTADORA = WRK-APR-TRANSP
                        AND FAU-FATURA = WRK-APR-FATURA
                        AND FAU-SITUACAO NOT = 'A'
                        AND FAU-SITUACAO NOT = 'X'
                           PERFORM 0575-BAIXAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AUDITORIA-FRETE.

       0575-BAIXAR-LINHA.
           IF FAU-SITUACAO = 'O'
            OR (FAU-SITUACAO = 'S' AND ACEITA-SOBREFATURADO)
               MOVE 'A'            TO FAU-SITUACAO
               MOVE WRK-CAP-NUMERO TO FAU-CAP-NUMERO
               PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                       UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
                   IF WRK-TPD-NUMERO(WRK-TPD-LOOP) = FAU-PEDIDO
                       ADD FAU-VALOR-FATURADO
                           TO WRK-TPD-CUSTO-FRETE(WRK-TPD-LOOP)
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'X' TO FAU-SITUACAO
           END-IF.
           REWRITE REG-AUDITORIA-FRETE.

       0590-LOGAR-RECUSA.
           MOVE 'PROGCOB111' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'APROVACAO DE FATURA DE FRETE NEGADA'
               TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0700-MARGEM-POR-PEDIDO.
      * Receita da cotacao (frete, ad valorem, GRIS e pedagio)
      * contra o custo da fatura aprovada, so para os pedidos que
      * ja tem custo.
           MOVE 'N'   TO WRK-EOF-PED.
           MOVE ZEROS TO WRK-TOT-RECEITA WRK-TOT-CUSTO WRK-TOT-MARGEM
                         WRK-QTD-MARGEM.
           MOVE 'PROGCOB111' TO WRK-REP-PROGRAMA.
           MOVE 'MARGEM DE FRETE POR PEDIDO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT = '00'
               DISPLAY 'NENHUM PEDIDO GRAVADO'
           ELSE
               DISPLAY 'PEDIDO TRP    RECEITA     CUSTO     MARGEM'
                   '     %'
               PERFORM UNTIL FIM-PED
                   READ ARQ-PEDIDOS
                       AT END
                           SET FIM-PED TO TRUE
                       NOT AT END
                           IF PED-CUSTO-FRETE > ZEROS
                               PERFORM 0750-LISTAR-MARGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.
           MOVE WRK-TOT-RECEITA TO WRK-TOT-RECEITA-ED.
           MOVE WRK-TOT-CUSTO   TO WRK-TOT-CUSTO-ED.
           MOVE WRK-TOT-MARGEM  TO WRK-TOT-MARGEM-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'PEDIDOS COM CUSTO..: ' WRK-QTD-MARGEM.
           DISPLAY 'RECEITA DE FRETE...: ' WRK-TOT-RECEITA-ED.
           DISPLAY 'CUSTO DE FRETE.....: ' WRK-TOT-CUSTO-ED.
           DISPLAY 'MARGEM DE FRETE....: ' WRK-TOT-MARGEM-ED.

       0750-LISTAR-MARGEM.
           COMPUTE WRK-RECEITA-FRETE = PED-FRETE + PED-ADVALOREM
               + PED-GRIS + PED-PEDAGIO.
           COMPUTE WRK-MARGEM-FRETE =
               WRK-RECEITA-FRETE - PED-CUSTO-FRETE.
           MOVE ZEROS TO WRK-MARGEM-PCT.
           IF WRK-RECEITA-FRETE > ZEROS
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-MARGEM-FRETE * 100 / WRK-RECEITA-FRETE
           END-IF.
           MOVE WRK-RECEITA-FRETE TO WRK-RECEITA-ED.
           MOVE PED-CUSTO-FRETE   TO WRK-CUSTO-ED.
           MOVE WRK-MARGEM-FRETE  TO WRK-MARGEM-ED.
           MOVE WRK-MARGEM-PCT    TO WRK-MARGEM-PCT-ED.
           DISPLAY PED-NUMERO ' ' PED-TRANSPORTADORA ' '
               WRK-RECEITA-ED ' ' WRK-CUSTO-ED ' ' WRK-MARGEM-ED
               ' ' WRK-MARGEM-PCT-ED.
           ADD 1 TO WRK-QTD-MARGEM WRK-RUN-QTD-LIDOS.
           ADD WRK-RECEITA-FRETE TO WRK-TOT-RECEITA.
           ADD PED-CUSTO-FRETE   TO WRK-TOT-CUSTO.
           ADD WRK-MARGEM-FRETE  TO WRK-TOT-MARGEM.

       0800-LISTAR-PENDENTES.
           MOVE 'N'   TO WRK-EOF-AUD-FRETE.
           MOVE ZEROS TO WRK-APR-QTD-PEND.
           OPEN INPUT ARQ-AUDITORIA-FRETE.
           IF WRK-FS-AUD-FRETE NOT = '00'
               DISPLAY 'NENHUMA FATURA IMPORTADA'
           ELSE
               DISPLAY 'TRP FATURA     PEDIDO SQ   FATURADO   COTADO S'
               PERFORM UNTIL FIM-AUD-FRETE
                   READ ARQ-AUDITORIA-FRETE NEXT RECORD
                       AT END
                           SET FIM-AUD-FRETE TO TRUE
                       NOT AT END
                           IF FAU-SITUACAO NOT = 'A'
                            AND FAU-SITUACAO NOT = 'X'
                               MOVE FAU-VALOR-FATURADO
                                   TO WRK-FATURADO-ED
                               MOVE FAU-VALOR-COTADO TO WRK-COTADO-ED
                               DISPLAY FAU-TRANSPORTADORA ' '
                                   FAU-FATURA ' ' FAU-PEDIDO ' '
                                   FAU-SEQ ' ' WRK-FATURADO-ED ' '
                                   WRK-COTADO-ED ' ' FAU-SITUACAO
                               ADD 1 TO WRK-APR-QTD-PEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA-FRETE
           END-IF.
           DISPLAY 'LINHAS AGUARDANDO APROVACAO: ' WRK-APR-QTD-PEND.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0900-GRAVAR-AUDITORIA-FAT.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB111' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'pdtpp.cpy'.
           COPY 'forpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.

       END PROGRAM PROGCOB111.
