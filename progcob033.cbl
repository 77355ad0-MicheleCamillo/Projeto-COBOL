      * Purpose: Manutencao do ciclo de vida dos pedidos de frete
      *          (PEDIDOS.DAT) - confirma, embarca, entrega ou cancela
      *          um pedido por PED-NUMERO, respeitando as transicoes
      *          validas Q>C>E>T (cancelamento so de Q ou C); pedido
      *          com coleta agendada so confirma depois da coleta
      *          realizada (PROGCOB070)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'colsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            SELECT ARQ-CONHECIMENTOS ASSIGN TO 'CONHECIM.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-CONHECIMENTOS.
            COPY 'prmsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'colfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.

      * Sequencia dos conhecimentos de transporte, no mesmo molde do
      * RECIBOSEQ.DAT do caixa da livraria.
           05 CTE-BASE         PIC 9(08)V99.
           05 CTE-ALIQUOTA     PIC 9(02)V99.
           05 CTE-ICMS         PIC 9(08)V99.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-PED-PROCURADO    PIC 9(06)   VALUE ZEROS.
       77 WRK-PED-ACHADO       PIC 9(03)   VALUE ZEROS.
       77 WRK-DEV-ACHADO       PIC 9(03)   VALUE ZEROS.
       77 WRK-STATUS-NOVO      PIC X(01)   VALUE SPACES.
       77 WRK-TRANSICAO-OK     PIC X(01)   VALUE 'N'.
           88 TRANSICAO-VALIDA VALUE 'S'.
      * receita de frete.
       77 WRK-FS-CTE-SEQ       PIC X(02)   VALUE '00'.
       77 WRK-FS-CONHECIMENTOS PIC X(02)   VALUE '00'.
       77 WRK-EOF-CTE          PIC X(01)   VALUE 'N'.
           88 FIM-CONHECIMENTOS VALUE 'S'.
       77 WRK-CTE-NUMERO       PIC 9(06)    VALUE ZEROS.
       77 WRK-CTE-DATA         PIC 9(08)    VALUE ZEROS.
       77 WRK-CTE-BASE         PIC 9(08)V99 VALUE ZEROS.
               03 WRK-ICM-UF        PIC X(02) VALUE SPACES.
               03 WRK-ICM-ALIQ      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ICM-QTD          PIC 9(02)    VALUE ZEROS.
      * Aliquotas de ICMS por UF de destino - parametro ICMSUF do
      * master de parametros, argumento = UF; UF sem vigencia
      * recolhe a aliquota interestadual padrao de 12%.
       01  REG-CFG-ICMS.
           05 CFG-ICMS-UF      PIC X(02).
           05 CFG-ICMS-ALIQ    PIC 9(02)V99.

           COPY 'audws.cpy'.
           COPY 'pdtws.cpy'.
           COPY 'colws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'prmws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                   WRK-TPD-PRODUTO(WRK-PED-ACHADO) ' UF: '
                   WRK-TPD-UF(WRK-PED-ACHADO) ' STATUS: '
                   WRK-TPD-STATUS(WRK-PED-ACHADO)
               PERFORM 0310-MOSTRAR-DEVOLUCAO
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0310-MOSTRAR-DEVOLUCAO.
      * Logistica reversa: a devolucao mostra o original e quem paga
      * o frete; o original mostra a devolucao e a situacao dela.
           IF WRK-TPD-TIPO(WRK-PED-ACHADO) = 'D'
               DISPLAY 'DEVOLUCAO DO PEDIDO '
                   WRK-TPD-ORIGEM(WRK-PED-ACHADO)
                   ' FRETE (G-GRATIS/C-CLIENTE/T-TRANSP): '
                   WRK-TPD-COB-DEVOL(WRK-PED-ACHADO)
           END-IF.
           IF WRK-TPD-DEVOLUCAO(WRK-PED-ACHADO) > ZEROS
               MOVE ZEROS TO WRK-DEV-ACHADO
               PERFORM VARYING WRK-TPD-LOOP FROM 1 BY 1
                       UNTIL WRK-TPD-LOOP > WRK-TPD-QTD
                   IF WRK-TPD-NUMERO(WRK-TPD-LOOP) =
                      WRK-TPD-DEVOLUCAO(WRK-PED-ACHADO)
                       MOVE WRK-TPD-LOOP TO WRK-DEV-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-DEV-ACHADO > ZEROS
                   DISPLAY 'DEVOLVIDO - PEDIDO DE DEVOLUCAO '
                       WRK-TPD-NUMERO(WRK-DEV-ACHADO) ' STATUS: '
                       WRK-TPD-STATUS(WRK-DEV-ACHADO)
               ELSE
                   DISPLAY 'DEVOLVIDO - PEDIDO DE DEVOLUCAO '
                       WRK-TPD-DEVOLUCAO(WRK-PED-ACHADO)
               END-IF
           END-IF.

       0400-MUDAR-STATUS.
           DISPLAY 'NUMERO DO PEDIDO:'.
           ACCEPT WRK-PED-PROCURADO.
      * A confirmacao posta o ICMS do conhecimento no razao - em
      * periodo contabil fechado a transicao e recusada, como os
      * demais lancadores recusam.
               IF TRANSICAO-VALIDA AND WRK-STATUS-NOVO = 'C'
                   PERFORM 0440-CONFERIR-COLETA
               END-IF
               IF TRANSICAO-VALIDA AND WRK-STATUS-NOVO = 'C'
                   PERFORM 0430-CONFERIR-PERIODO-CTE
               END-IF
               IF TRANSICAO-VALIDA
                   MOVE WRK-STATUS-NOVO
                       TO WRK-TPD-STATUS(WRK-PED-ACHADO)
                   IF WRK-STATUS-NOVO = 'E'
                       ACCEPT WRK-TPD-EMBARQUE(WRK-PED-ACHADO)
                           FROM DATE YYYYMMDD
                   END-IF
                   PERFORM 0690-REGRAVAR-PEDIDOS
                   DISPLAY 'PEDIDO ATUALIZADO PARA ' WRK-STATUS-NOVO
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   IF WRK-STATUS-NOVO = 'C'
                       PERFORM 0500-EMITIR-CONHECIMENTO
                   END-IF
                   IF WRK-STATUS-NOVO = 'X'
                       PERFORM 0445-CANCELAR-COLETA
                   END-IF
               ELSE
                   DISPLAY 'TRANSICAO DE STATUS INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               MOVE 'N' TO WRK-TRANSICAO-OK
           END-IF.

       0440-CONFERIR-COLETA.
      * Pedido com coleta no cliente so confirma com a carga ja
      * coletada - a confirmacao da coleta e feita no PROGCOB070.
           OPEN INPUT ARQ-COLETAS.
           IF WRK-FS-COLETAS = '00'
               MOVE WRK-PED-PROCURADO TO COL-PEDIDO
               READ ARQ-COLETAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COL-SITUACAO = 'A'
                           DISPLAY 'COLETA AGENDADA PARA ' COL-DATA
                               ' AINDA NAO REALIZADA - CONFIRMACAO '
                               'RECUSADA'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                           MOVE 'N' TO WRK-TRANSICAO-OK
                       END-IF
               END-READ
               CLOSE ARQ-COLETAS
           END-IF.

       0445-CANCELAR-COLETA.
           OPEN I-O ARQ-COLETAS.
           IF WRK-FS-COLETAS = '00'
               MOVE WRK-PED-PROCURADO TO COL-PEDIDO
               READ ARQ-COLETAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COL-SITUACAO = 'A'
                           MOVE 'X' TO COL-SITUACAO
                           REWRITE REG-COLETA
                           DISPLAY 'COLETA DO PEDIDO CANCELADA'
                       END-IF
               END-READ
               CLOSE ARQ-COLETAS
           END-IF.

       0450-VALIDAR-TRANSICAO.
      * Ciclo Q>C>E>T, com cancelamento permitido enquanto o pedido
      * ainda nao embarcou (Q ou C).
           END-EVALUATE.

       0150-CARREGAR-ICMS.
      * Aliquotas vigentes hoje - o conhecimento e emitido na
      * confirmacao, com a data do dia.
           MOVE 'ICMSUF' TO WRK-PRM-CODIGO.
           MOVE ZEROS    TO WRK-PRM-DATA-REF.
           PERFORM 9685-CARREGAR-TABELA-PARAM.
           PERFORM VARYING WRK-PRV-LOOP FROM 1 BY 1
                   UNTIL WRK-PRV-LOOP > WRK-PRV-QTD
               MOVE WRK-PRV-VALOR(WRK-PRV-LOOP) TO REG-CFG-ICMS
               IF WRK-ICM-QTD < 30
                AND CFG-ICMS-ALIQ IS NUMERIC
                   ADD 1 TO WRK-ICM-QTD
                   MOVE CFG-ICMS-UF
                       TO WRK-ICM-UF(WRK-ICM-QTD)
                   MOVE CFG-ICMS-ALIQ
                       TO WRK-ICM-ALIQ(WRK-ICM-QTD)
               END-IF
           END-PERFORM.

       0160-LER-CTE-SEQ.
           OPEN INPUT ARQ-CTE-SEQ.
      * ICMS sobre transporte contra ICMS a recolher.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB033' TO WRK-RAZ-PROGRAMA.
           SET DOC-PEDIDO-FRETE TO TRUE.
           MOVE WRK-PED-PROCURADO TO WRK-RAZ-DOC-NUMERO.
           MOVE '531100'     TO WRK-RAZ-CONTA-DEB.
           MOVE '211210'     TO WRK-RAZ-CONTA-CRE.
           MOVE 'ICMS SOBRE CONHECIMENTO DE TRANSP'
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'prmpp.cpy'.

       END PROGRAM PROGCOB033.
