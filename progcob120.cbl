      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Encomendas de clientes da livraria - a encomenda
      *          do titulo em falta e o sinal sao registrados no
      *          caixa (PROGCOB010), entram no proximo pedido de
      *          compra do PROGCOB074 e sao reservados no recebimento
      *          da mercadoria; a retirada e a venda no caixa com o
      *          sinal abatido. Aqui: a lista de aviso de retirada e
      *          a liberacao para venda das reservas expiradas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB120.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'livsel.cpy'.
            COPY 'cljsel.cpy'.
            COPY 'encsel.cpy'.
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
           COPY 'cljfd.cpy'.
           COPY 'encfd.cpy'.
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
           88 SAIR-ENCOMENDAS  VALUE 'S'.
       77 WRK-AUTORIZADO       PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Prazo de retirada: dias corridos a partir do aviso ao
      * cliente (ou da reserva, quando o aviso nao saiu) antes de a
      * reserva expirar e o exemplar voltar para a venda.
       77 WRK-PRAZO-RETIRADA   PIC 9(03)   VALUE 10.
       77 WRK-BASE-PRAZO       PIC 9(08)   VALUE ZEROS.
       77 WRK-LIMITE-RETIRADA  PIC 9(08)   VALUE ZEROS.
       77 WRK-QTD-LISTADAS     PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-AVISOS-NOVOS PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-EXPIRADAS    PIC 9(05)   VALUE ZEROS.
       77 WRK-TOT-SINAL        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NOME-ED          PIC X(20)   VALUE SPACES.
       77 WRK-TITULO-ED        PIC X(20)   VALUE SPACES.
       77 WRK-VAL-ED           PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'cljws.cpy'.
           COPY 'encws.cpy'.
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
           MOVE 'PROGCOB120' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-ENCOMENDAS
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= ENCOMENDAS DE CLIENTES ======='.
           DISPLAY '1 - LISTA DE AVISO DE RETIRADA'.
           DISPLAY '2 - LIBERAR RESERVAS EXPIRADAS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0500-AVISO-RETIRADA
               WHEN 2
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0700-LIBERAR-EXPIRADAS
                   END-IF
               WHEN ZERO
                   SET SAIR-ENCOMENDAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-AUTORIZAR-OPERADOR.
      * A liberacao perde o sinal do cliente em favor da loja - so
      * com sign-on de SUPERVISOR ou ADM; a recusa vai para o SEGLOG.
           MOVE 'N' TO WRK-AUTORIZADO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'LIBERACAO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN OTHER
                   SET OPERADOR-AUTORIZADO TO TRUE
           END-EVALUATE.

       0145-LOGAR-RECUSA.
           MOVE 'PROGCOB120' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'LIBERACAO DE RESERVAS NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0180-CONFERIR-PERIODO.
      * Sinal perdido posta no razao na data de hoje - periodo
      * contabil fechado recusa a operacao.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                   ' JA FECHADO - OPERACAO RECUSADA'
               MOVE 'PROGCOB120'      TO WRK-SUS-PROGRAMA
               MOVE 'PERIODO'         TO WRK-SUS-CAMPO
               MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR
               MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0390-POSTAR-SINAL.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB120' TO WRK-RAZ-PROGRAMA.
           SET DOC-ENCOMENDA TO TRUE.
           MOVE WRK-ENC-NUMERO TO WRK-RAZ-DOC-NUMERO.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.

       0500-AVISO-RETIRADA.
      * Encomendas reservadas aguardando o cliente, com o prazo de
      * retirada; a primeira emissao marca a data do aviso, que e de
      * onde o prazo passa a contar.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-LISTADAS WRK-QTD-AVISOS-NOVOS.
           MOVE 'N'   TO WRK-EOF-ENCOMENDAS.
           MOVE 'PROGCOB120' TO WRK-REP-PROGRAMA.
           MOVE 'AVISO DE RETIRADA DE ENCOMENDAS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'ENCOM. LOJA CLIENTE NOME                 ISBN    '
               '      TITULO               QTD       SINAL RETIRAR ATE'.
           OPEN I-O ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS NOT = '00'
               DISPLAY 'NENHUMA ENCOMENDA REGISTRADA'
           ELSE
               PERFORM UNTIL FIM-ENCOMENDAS
                   READ ARQ-ENCOMENDAS NEXT RECORD
                       AT END
                           SET FIM-ENCOMENDAS TO TRUE
                       NOT AT END
                           IF ENC-RESERVADA
                               PERFORM 0550-LISTAR-AVISO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCOMENDAS
           END-IF.
           DISPLAY '-------------------------------------'.
           DISPLAY 'ENCOMENDAS AGUARDANDO RETIRADA: ' WRK-QTD-LISTADAS.
           DISPLAY 'AVISOS EMITIDOS PELA PRIMEIRA VEZ: '
               WRK-QTD-AVISOS-NOVOS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0550-LISTAR-AVISO.
           IF ENC-DATA-AVISO = ZEROS
               MOVE WRK-DATA-HOJE TO ENC-DATA-AVISO
               REWRITE REG-ENCOMENDA
               ADD 1 TO WRK-QTD-AVISOS-NOVOS
           END-IF.
           PERFORM 0580-CALCULAR-LIMITE.
           PERFORM 0590-DESCREVER-ENCOMENDA.
           MOVE ENC-SINAL TO WRK-VAL-ED.
           DISPLAY ENC-NUMERO ' ' ENC-LOJA ' ' ENC-CLIENTE '  '
               WRK-NOME-ED ' ' ENC-ISBN ' ' WRK-TITULO-ED ' '
               ENC-QUANTIDADE ' ' WRK-VAL-ED ' ' WRK-LIMITE-RETIRADA.
           ADD 1 TO WRK-QTD-LISTADAS.

       0580-CALCULAR-LIMITE.
           IF ENC-DATA-AVISO > ZEROS
               MOVE ENC-DATA-AVISO   TO WRK-BASE-PRAZO
           ELSE
               MOVE ENC-DATA-RESERVA TO WRK-BASE-PRAZO
           END-IF.
           COMPUTE WRK-LIMITE-RETIRADA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-BASE-PRAZO)
                + WRK-PRAZO-RETIRADA).

       0590-DESCREVER-ENCOMENDA.
           MOVE ENC-CLIENTE TO WRK-CLJ-PROCURADO.
           PERFORM 9595-BUSCAR-CLIENTE-LOJA.
           IF CLIENTE-LOJA-VALIDO
               MOVE CLJ-NOME TO WRK-NOME-ED
           ELSE
               MOVE SPACES   TO WRK-NOME-ED
           END-IF.
           MOVE ENC-ISBN TO WRK-LIV-PROCURADO.
           PERFORM 9580-BUSCAR-LIVRO.
           IF LIVRO-VALIDO
               MOVE LIV-TITULO TO WRK-TITULO-ED
           ELSE
               MOVE SPACES     TO WRK-TITULO-ED
           END-IF.

       0700-LIBERAR-EXPIRADAS.
      * Reserva vencida sem retirada volta para a venda do balcao e
      * o sinal fica com a loja como receita.
           PERFORM 0180-CONFERIR-PERIODO.
           IF PERIODO-ABERTO
               PERFORM 0710-VARRER-EXPIRADAS
           END-IF.

       0710-VARRER-EXPIRADAS.
           MOVE ZEROS TO WRK-QTD-EXPIRADAS WRK-TOT-SINAL.
           MOVE 'N'   TO WRK-EOF-ENCOMENDAS.
           MOVE 'PROGCOB120' TO WRK-REP-PROGRAMA.
           MOVE 'RESERVAS EXPIRADAS LIBERADAS PARA VENDA'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'ENCOM. LOJA CLIENTE NOME                 ISBN    '
               '      TITULO               QTD       SINAL RETIRAR ATE'.
           OPEN I-O ARQ-ENCOMENDAS.
           IF WRK-FS-ENCOMENDAS NOT = '00'
               DISPLAY 'NENHUMA ENCOMENDA REGISTRADA'
           ELSE
               PERFORM UNTIL FIM-ENCOMENDAS
                   READ ARQ-ENCOMENDAS NEXT RECORD
                       AT END
                           SET FIM-ENCOMENDAS TO TRUE
                       NOT AT END
                           IF ENC-RESERVADA
                               PERFORM 0580-CALCULAR-LIMITE
                               IF WRK-LIMITE-RETIRADA < WRK-DATA-HOJE
                                   PERFORM 0750-EXPIRAR-RESERVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCOMENDAS
           END-IF.
           MOVE WRK-TOT-SINAL TO WRK-TOT-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'RESERVAS LIBERADAS: ' WRK-QTD-EXPIRADAS
               '  SINAIS RETIDOS: ' WRK-TOT-ED.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB120'        TO WRK-AUD-PROGRAMA.
           MOVE 'LIBERA-RESERVAS'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-DATA-HOJE       TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-EXPIRADAS   TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0750-EXPIRAR-RESERVA.
           SET ENC-EXPIRADA TO TRUE.
           MOVE WRK-DATA-HOJE TO ENC-DATA-BAIXA.
           REWRITE REG-ENCOMENDA.
           PERFORM 0590-DESCREVER-ENCOMENDA.
           MOVE ENC-SINAL TO WRK-VAL-ED.
           DISPLAY ENC-NUMERO ' ' ENC-LOJA ' ' ENC-CLIENTE '  '
               WRK-NOME-ED ' ' ENC-ISBN ' ' WRK-TITULO-ED ' '
               ENC-QUANTIDADE ' ' WRK-VAL-ED ' ' WRK-LIMITE-RETIRADA.
           ADD 1 TO WRK-QTD-EXPIRADAS WRK-RUN-QTD-LIDOS.
           IF ENC-SINAL > ZEROS
               ADD ENC-SINAL TO WRK-TOT-SINAL
               MOVE '213400' TO WRK-RAZ-CONTA-DEB
               MOVE '419000' TO WRK-RAZ-CONTA-CRE
               MOVE 'SINAL DE ENCOMENDA NAO RETIRADA'
                   TO WRK-RAZ-DESCRICAO
               MOVE ENC-SINAL  TO WRK-RAZ-VALOR
               MOVE ENC-NUMERO TO WRK-ENC-NUMERO
               PERFORM 0390-POSTAR-SINAL
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'livpp.cpy'.
           COPY 'cljpp.cpy'.
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

       END PROGRAM PROGCOB120.
