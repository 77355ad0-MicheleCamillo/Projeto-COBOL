      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Contratos de frete negociados por cliente - mantem o
      *          master CONTRFRETE.DAT (vigencia, desconto sobre a
      *          tarifa, frete minimo e preco fechado por UF, com o
      *          motivo da negociacao) sob sign-on de supervisor, e
      *          compara a receita dos pedidos precificados por
      *          contrato com o que a tarifa de tabela teria cobrado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB112.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'ctfsel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'ctffd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-CONTRATOS   VALUE 'S'.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-EOF-PED          PIC X(01)   VALUE 'N'.
           88 FIM-PED          VALUE 'S'.

      * Dados do contrato em manutencao.
       77 WRK-CON-NUMERO       PIC 9(06)   VALUE ZEROS.
       77 WRK-CON-ULTIMO       PIC 9(06)   VALUE ZEROS.
       77 WRK-CON-CLIENTE      PIC X(06)   VALUE SPACES.
       77 WRK-CON-INICIO       PIC 9(08)   VALUE ZEROS.
       77 WRK-CON-FIM          PIC 9(08)   VALUE ZEROS.
       77 WRK-CON-DESCONTO     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CON-MINIMO       PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CON-OBSERVACAO   PIC X(30)   VALUE SPACES.
       77 WRK-CON-UF           PIC X(02)   VALUE SPACES.
       77 WRK-CON-PRECO        PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CON-QTD-UF       PIC 9(02)   VALUE ZEROS.
       77 WRK-CON-FIM-UF       PIC X(01)   VALUE 'N'.
           88 FIM-PRECOS-UF    VALUE 'S'.
       01 WRK-CON-TAB-UF.
           02 WRK-CON-PRECO-UF OCCURS 10 TIMES.
               03 WRK-CON-TAB-SIGLA PIC X(02).
               03 WRK-CON-TAB-PRECO PIC 9(04)V99.
       77 WRK-CON-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-AUTORIZADO       PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WRK-DESCONTO-ED      PIC Z9,99   VALUE ZEROS.
       77 WRK-MINIMO-ED        PIC ZZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED         PIC ZZZ9,99 VALUE ZEROS.

      * Receita contratada x tarifa de tabela, por contrato.
       77 WRK-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       01 WRK-TAB-RECEITA.
           02 WRK-REC-ENTRADA OCCURS 100 TIMES.
               03 WRK-REC-CONTRATO   PIC 9(06).
               03 WRK-REC-CLIENTE    PIC X(06).
               03 WRK-REC-PEDIDOS    PIC 9(05).
               03 WRK-REC-CONTRATADO PIC 9(08)V99.
               03 WRK-REC-TABELA     PIC 9(08)V99.
       77 WRK-REC-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-REC-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-REC-ACHADO       PIC 9(03)   VALUE ZEROS.
       77 WRK-REC-ESTOURO      PIC X(01)   VALUE 'N'.
           88 TABELA-REC-ESTOUROU VALUE 'S'.
       77 WRK-REC-DIFERENCA    PIC S9(08)V99 VALUE ZEROS.
       77 WRK-REC-PCT          PIC S9(03)V9 VALUE ZEROS.
       77 WRK-TOT-CONTRATADO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-TABELA       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-CONTRATADO-ED    PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TABELA-ED        PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED     PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED           PIC -ZZ9,9  VALUE ZEROS.
       77 WRK-TOT-CONTRATADO-ED PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-TABELA-ED    PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA-ED PIC -$.$$$.$$$.$$9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'ctfws.cpy'.
           COPY 'cliws.cpy'.
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
           MOVE 'PROGCOB112' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-CONTRATOS
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '====== CONTRATOS DE FRETE POR CLIENTE ======'.
           DISPLAY '1 - INCLUIR OU ALTERAR CONTRATO'.
           DISPLAY '2 - LISTAR CONTRATOS'.
           DISPLAY '3 - INATIVAR CONTRATO'.
           DISPLAY '4 - RECEITA CONTRATADA X TARIFA DE TABELA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0300-MANTER-CONTRATO
                   END-IF
               WHEN 2
                   PERFORM 0500-LISTAR-CONTRATOS
               WHEN 3
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0600-INATIVAR-CONTRATO
                   END-IF
               WHEN 4
                   PERFORM 0700-RECEITA-CONTRATADA
               WHEN ZERO
                   SET SAIR-CONTRATOS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-AUTORIZAR-OPERADOR.
      * Preco negociado so muda com sign-on de SUPERVISOR ou ADM; a
      * recusa vai para o SEGLOG.
           MOVE 'N' TO WRK-AUTORIZADO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'CONTRATO DE FRETE EXIGE NIVEL SUPERVISOR '
                       'OU ADM'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN OTHER
                   SET OPERADOR-AUTORIZADO TO TRUE
           END-EVALUATE.

       0145-LOGAR-RECUSA.
           MOVE 'PROGCOB112' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'MANUTENCAO DE CONTRATO DE FRETE NEGADA'
               TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0300-MANTER-CONTRATO.
           DISPLAY 'NUMERO DO CONTRATO (ZEROS = NOVO):'.
           ACCEPT WRK-CON-NUMERO.
           DISPLAY 'CLIENTE:'.
           ACCEPT WRK-CON-CLIENTE.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD):'.
           ACCEPT WRK-CON-INICIO.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD):'.
           ACCEPT WRK-CON-FIM.
           DISPLAY 'DESCONTO SOBRE A TARIFA (%):'.
           ACCEPT WRK-CON-DESCONTO.
           DISPLAY 'FRETE MINIMO POR PEDIDO:'.
           ACCEPT WRK-CON-MINIMO.
           PERFORM 0320-CAPTAR-PRECOS-UF.
           DISPLAY 'MOTIVO DA NEGOCIACAO:'.
           ACCEPT WRK-CON-OBSERVACAO.
           MOVE WRK-CON-CLIENTE TO WRK-CLI-PROCURADO.
           PERFORM 9570-VALIDAR-CLIENTE.
           EVALUATE TRUE
               WHEN CLIENTE-INVALIDO
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CON-CLIENTE
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-CON-INICIO = ZEROS
                OR WRK-CON-FIM < WRK-CON-INICIO
                   DISPLAY 'VIGENCIA INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-CON-DESCONTO NOT < 100
                   DISPLAY 'DESCONTO DEVE SER MENOR QUE 100%'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-CON-OBSERVACAO = SPACES
                   DISPLAY 'MOTIVO DA NEGOCIACAO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0350-GRAVAR-CONTRATO
           END-EVALUATE.

       0320-CAPTAR-PRECOS-UF.
      * Ate 10 UFs com preco fechado; UF em branco encerra a lista.
           INITIALIZE WRK-CON-TAB-UF.
           MOVE ZEROS TO WRK-CON-QTD-UF.
           MOVE 'N'   TO WRK-CON-FIM-UF.
           PERFORM UNTIL FIM-PRECOS-UF
               DISPLAY 'UF COM PRECO FECHADO (BRANCO = ENCERRA):'
               MOVE SPACES TO WRK-CON-UF
               ACCEPT WRK-CON-UF
               IF WRK-CON-UF = SPACES
                   SET FIM-PRECOS-UF TO TRUE
               ELSE
                   DISPLAY 'PRECO FECHADO PARA ' WRK-CON-UF ':'
                   ACCEPT WRK-CON-PRECO
                   ADD 1 TO WRK-CON-QTD-UF
                   MOVE WRK-CON-UF
                       TO WRK-CON-TAB-SIGLA(WRK-CON-QTD-UF)
                   MOVE WRK-CON-PRECO
                       TO WRK-CON-TAB-PRECO(WRK-CON-QTD-UF)
                   IF WRK-CON-QTD-UF = 10
                       SET FIM-PRECOS-UF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       0350-GRAVAR-CONTRATO.
           OPEN I-O ARQ-CONTRATOS-FRETE.
           IF WRK-FS-CONTRATOS-FRETE = '35'
               OPEN OUTPUT ARQ-CONTRATOS-FRETE
               CLOSE ARQ-CONTRATOS-FRETE
               OPEN I-O ARQ-CONTRATOS-FRETE
           END-IF.
           IF WRK-CON-NUMERO = ZEROS
               PERFORM 0360-PROXIMO-NUMERO
           END-IF.
           MOVE WRK-CON-NUMERO     TO CTF-NUMERO.
           MOVE WRK-CON-CLIENTE    TO CTF-CLIENTE.
           MOVE WRK-CON-INICIO     TO CTF-DATA-INICIO.
           MOVE WRK-CON-FIM        TO CTF-DATA-FIM.
           MOVE WRK-CON-DESCONTO   TO CTF-PERC-DESCONTO.
           MOVE WRK-CON-MINIMO     TO CTF-FRETE-MINIMO.
           PERFORM VARYING WRK-CON-LOOP FROM 1 BY 1
                   UNTIL WRK-CON-LOOP > 10
               MOVE WRK-CON-TAB-SIGLA(WRK-CON-LOOP)
                   TO CTF-UF(WRK-CON-LOOP)
               MOVE WRK-CON-TAB-PRECO(WRK-CON-LOOP)
                   TO CTF-PRECO(WRK-CON-LOOP)
           END-PERFORM.
           MOVE WRK-CON-OBSERVACAO TO CTF-OBSERVACAO.
           MOVE 'S'                TO CTF-ATIVO.
           WRITE REG-CONTRATO-FRETE
               INVALID KEY
                   REWRITE REG-CONTRATO-FRETE
                   DISPLAY 'CONTRATO ' CTF-NUMERO ' ALTERADO'
               NOT INVALID KEY
                   DISPLAY 'CONTRATO ' CTF-NUMERO ' INCLUIDO'
           END-WRITE.
           CLOSE ARQ-CONTRATOS-FRETE.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'CONTRATO-FRETE'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CON-NUMERO     TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-CON-OBSERVACAO TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-CON.

       0360-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-CON-ULTIMO.
           MOVE 'N'   TO WRK-EOF-CONTRATOS.
           MOVE ZEROS TO CTF-NUMERO.
           START ARQ-CONTRATOS-FRETE KEY IS NOT LESS THAN CTF-NUMERO
               INVALID KEY
                   SET FIM-CONTRATOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-CONTRATOS
               READ ARQ-CONTRATOS-FRETE NEXT RECORD
                   AT END
                       SET FIM-CONTRATOS TO TRUE
                   NOT AT END
                       MOVE CTF-NUMERO TO WRK-CON-ULTIMO
               END-READ
           END-PERFORM.
           COMPUTE WRK-CON-NUMERO = WRK-CON-ULTIMO + 1.

       0500-LISTAR-CONTRATOS.
           MOVE 'N' TO WRK-EOF-CONTRATOS.
           MOVE 'PROGCOB112' TO WRK-REP-PROGRAMA.
           MOVE 'CONTRATOS DE FRETE' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           OPEN INPUT ARQ-CONTRATOS-FRETE.
           IF WRK-FS-CONTRATOS-FRETE NOT = '00'
               DISPLAY 'NENHUM CONTRATO CADASTRADO'
           ELSE
               DISPLAY 'NUMERO CLIENT INICIO   FIM      DESC%  '
                   'MINIMO A MOTIVO'
               PERFORM UNTIL FIM-CONTRATOS
                   READ ARQ-CONTRATOS-FRETE NEXT RECORD
                       AT END
                           SET FIM-CONTRATOS TO TRUE
                       NOT AT END
                           PERFORM 0550-LISTAR-CONTRATO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTRATOS-FRETE
           END-IF.

       0550-LISTAR-CONTRATO.
           MOVE CTF-PERC-DESCONTO TO WRK-DESCONTO-ED.
           MOVE CTF-FRETE-MINIMO  TO WRK-MINIMO-ED.
           DISPLAY CTF-NUMERO ' ' CTF-CLIENTE ' ' CTF-DATA-INICIO ' '
               CTF-DATA-FIM ' ' WRK-DESCONTO-ED ' ' WRK-MINIMO-ED ' '
               CTF-ATIVO ' ' CTF-OBSERVACAO.
           PERFORM VARYING WRK-CON-LOOP FROM 1 BY 1
                   UNTIL WRK-CON-LOOP > 10
               IF CTF-UF(WRK-CON-LOOP) NOT = SPACES
                   MOVE CTF-PRECO(WRK-CON-LOOP) TO WRK-PRECO-ED
                   DISPLAY '       PRECO FECHADO ' CTF-UF(WRK-CON-LOOP)
                       ': ' WRK-PRECO-ED
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0600-INATIVAR-CONTRATO.
      * O contrato inativo deixa de precificar cotacoes novas; os
      * pedidos ja cotados continuam apontando para ele.
           DISPLAY 'NUMERO DO CONTRATO:'.
           ACCEPT WRK-CON-NUMERO.
           OPEN I-O ARQ-CONTRATOS-FRETE.
           IF WRK-FS-CONTRATOS-FRETE NOT = '00'
               DISPLAY 'NENHUM CONTRATO CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-CON-NUMERO TO CTF-NUMERO
               READ ARQ-CONTRATOS-FRETE
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO ENCONTRADO'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       MOVE 'N' TO CTF-ATIVO
                       REWRITE REG-CONTRATO-FRETE
                       DISPLAY 'CONTRATO ' CTF-NUMERO ' INATIVADO'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'INATIVA-CONTRATO' TO WRK-AUD-CAMPO-CHAVE
                       MOVE WRK-CON-NUMERO TO WRK-AUD-VALOR-ENTRADA
                       MOVE CTF-CLIENTE    TO WRK-AUD-VALOR-SAIDA
                       PERFORM 0900-GRAVAR-AUDITORIA-CON
               END-READ
               CLOSE ARQ-CONTRATOS-FRETE
           END-IF.

       0700-RECEITA-CONTRATADA.
      * Pedidos precificados por contrato (cancelados fora): frete
      * cobrado contra o frete de tabela gravado na cotacao - a
      * diferenca e o quanto a negociacao custou (ou rendeu).
           DISPLAY 'COMPETENCIA DE EMISSAO (AAAAMM, ZEROS = TODAS):'.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N'   TO WRK-EOF-PED WRK-REC-ESTOURO.
           MOVE ZEROS TO WRK-REC-QTD WRK-TOT-CONTRATADO WRK-TOT-TABELA
                         WRK-TOT-DIFERENCA.
           MOVE 'PROGCOB112' TO WRK-REP-PROGRAMA.
           MOVE 'RECEITA CONTRATADA X TARIFA DE TABELA'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT = '00'
               DISPLAY 'NENHUM PEDIDO GRAVADO'
           ELSE
               PERFORM UNTIL FIM-PED
                   READ ARQ-PEDIDOS
                       AT END
                           SET FIM-PED TO TRUE
                       NOT AT END
                           IF PED-CONTRATO > ZEROS
                            AND PED-STATUS NOT = 'X'
                            AND (WRK-COMPETENCIA = ZEROS
                             OR PED-DATA-EMISSAO(1:6) = WRK-COMPETENCIA)
                               PERFORM 0720-SOMAR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.
           DISPLAY 'CONTRATO CLIENT PEDID  CONTRATADO      TABELA'
               '    DIFERENCA     %'.
           PERFORM VARYING WRK-REC-LOOP FROM 1 BY 1
                   UNTIL WRK-REC-LOOP > WRK-REC-QTD
               PERFORM 0750-IMPRIMIR-CONTRATO
           END-PERFORM.
           MOVE WRK-TOT-CONTRATADO TO WRK-TOT-CONTRATADO-ED.
           MOVE WRK-TOT-TABELA     TO WRK-TOT-TABELA-ED.
           MOVE WRK-TOT-DIFERENCA  TO WRK-TOT-DIFERENCA-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'RECEITA CONTRATADA.: ' WRK-TOT-CONTRATADO-ED.
           DISPLAY 'TARIFA DE TABELA...: ' WRK-TOT-TABELA-ED.
           DISPLAY 'DIFERENCA..........: ' WRK-TOT-DIFERENCA-ED.
           IF TABELA-REC-ESTOUROU
               DISPLAY 'ATENCAO: MAIS DE 100 CONTRATOS - RELATORIO '
                   'INCOMPLETO'
           END-IF.

       0720-SOMAR-PEDIDO.
           MOVE ZEROS TO WRK-REC-ACHADO.
           PERFORM VARYING WRK-REC-LOOP FROM 1 BY 1
                   UNTIL WRK-REC-LOOP > WRK-REC-QTD
               IF WRK-REC-CONTRATO(WRK-REC-LOOP) = PED-CONTRATO
                   MOVE WRK-REC-LOOP TO WRK-REC-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-REC-ACHADO = ZEROS
               IF WRK-REC-QTD < 100
                   ADD 1 TO WRK-REC-QTD
                   MOVE WRK-REC-QTD TO WRK-REC-ACHADO
                   INITIALIZE WRK-REC-ENTRADA(WRK-REC-ACHADO)
                   MOVE PED-CONTRATO
                       TO WRK-REC-CONTRATO(WRK-REC-ACHADO)
                   MOVE PED-CLIENTE
                       TO WRK-REC-CLIENTE(WRK-REC-ACHADO)
               ELSE
                   SET TABELA-REC-ESTOUROU TO TRUE
               END-IF
           END-IF.
           IF WRK-REC-ACHADO > ZEROS
               ADD 1 TO WRK-REC-PEDIDOS(WRK-REC-ACHADO)
               ADD PED-FRETE TO WRK-REC-CONTRATADO(WRK-REC-ACHADO)
               ADD PED-FRETE-TABELA TO WRK-REC-TABELA(WRK-REC-ACHADO)
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0750-IMPRIMIR-CONTRATO.
           COMPUTE WRK-REC-DIFERENCA =
               WRK-REC-CONTRATADO(WRK-REC-LOOP)
               - WRK-REC-TABELA(WRK-REC-LOOP).
           MOVE ZEROS TO WRK-REC-PCT.
           IF WRK-REC-TABELA(WRK-REC-LOOP) > ZEROS
               COMPUTE WRK-REC-PCT ROUNDED =
                   WRK-REC-DIFERENCA * 100
                   / WRK-REC-TABELA(WRK-REC-LOOP)
           END-IF.
           MOVE WRK-REC-CONTRATADO(WRK-REC-LOOP) TO WRK-CONTRATADO-ED.
           MOVE WRK-REC-TABELA(WRK-REC-LOOP)     TO WRK-TABELA-ED.
           MOVE WRK-REC-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE WRK-REC-PCT       TO WRK-PCT-ED.
           DISPLAY WRK-REC-CONTRATO(WRK-REC-LOOP) '   '
               WRK-REC-CLIENTE(WRK-REC-LOOP) ' '
               WRK-REC-PEDIDOS(WRK-REC-LOOP) ' ' WRK-CONTRATADO-ED ' '
               WRK-TABELA-ED ' ' WRK-DIFERENCA-ED ' ' WRK-PCT-ED.
           ADD WRK-REC-CONTRATADO(WRK-REC-LOOP) TO WRK-TOT-CONTRATADO.
           ADD WRK-REC-TABELA(WRK-REC-LOOP)     TO WRK-TOT-TABELA.
           ADD WRK-REC-DIFERENCA                TO WRK-TOT-DIFERENCA.

       0900-GRAVAR-AUDITORIA-CON.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB112' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'clipp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB112.
