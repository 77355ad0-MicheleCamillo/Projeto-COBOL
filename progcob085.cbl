      *          irmaos e bolsa, baixa de pagamento com multa e juros
      *          por dia util de atraso (calendario de feriados) e
      *          relatorio de inadimplencia por turma para a
      *          secretaria saber quem chamar; a cobranca (liquida de
      *          bolsa e desconto de irmaos), o recebimento, a multa e
      *          os juros sao postados no razao no centro de custo da
      *          escola
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'alusel.cpy'.
            COPY 'calsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'ccusel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'rspsel.cpy'.
            COPY 'mensel.cpy'.
            COPY 'prmsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'calfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'ccufd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'rspfd.cpy'.
           COPY 'menfd.cpy'.
           COPY 'prmfd.cpy'.

       WORKING-STORAGE SECTION.
      * Parametros da cobranca (MENSCFG no master de parametros):
      * valor base, desconto de irmaos, dia de vencimento, multa e
      * juros por dia util de atraso e o centro de custo da escola
      * no razao - sem vigencia aprovada na data (ou com o campo em
      * branco) valem os padroes abaixo.
       01  REG-CFG-MENS.
           05 CFG-VALOR-BASE       PIC 9(06)V99.
           05 CFG-DESC-IRMAOS-PCT  PIC 9(02)V99.
           05 CFG-DIA-VENCIMENTO   PIC 9(02).
           05 CFG-MULTA-PCT        PIC 9(02)V99.
           05 CFG-JUROS-DIA-PCT    PIC 9(01)V99.
           05 CFG-CENTRO-ESCOLA    PIC X(04).
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MENSALIDADE VALUE 'S'.
       77 WRK-FS-RESPONSAVEIS  PIC X(02)   VALUE '00'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.
       77 WRK-EOF-ALU          PIC X(01)   VALUE 'N'.
           88 FIM-ALUNOS       VALUE 'S'.
       77 WRK-EOF-MEN          PIC X(01)   VALUE 'N'.
           88 FIM-MENSALIDADES VALUE 'S'.

      * Parametros vigentes na data da transacao: competencia na
      * geracao, data do pagamento na baixa (padroes sem MENSCFG).
       77 WRK-CFG-DATA-REF     PIC 9(08)    VALUE ZEROS.
       77 WRK-VALOR-BASE       PIC 9(06)V99 VALUE 500,00.
       77 WRK-DESC-IRMAOS-PCT  PIC 9(02)V99 VALUE 10,00.
       77 WRK-DIA-VENCIMENTO   PIC 9(02)    VALUE 10.
       77 WRK-MULTA-PCT        PIC 9(02)V99 VALUE 02,00.
       77 WRK-JUROS-DIA-PCT    PIC 9(01)V99 VALUE 0,10.
       77 WRK-CENTRO-ESCOLA    PIC X(04)    VALUE '9100'.

      * Responsavel em manutencao.
       77 WRK-RSP-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-RSP-TELEFONE     PIC X(12)   VALUE SPACES.
       77 WRK-RSP-IRMAOS       PIC X(01)   VALUE 'N'.
       77 WRK-RSP-BOLSA        PIC 9(03)   VALUE ZEROS.
       77 WRK-RSP-CPF          PIC X(11)   VALUE SPACES.
       77 WRK-RSP-ENTREGA      PIC X(01)   VALUE 'C'.
       77 WRK-ALU-ACHADO       PIC X(01)   VALUE 'N'.
           88 ALUNO-ACHADO     VALUE 'S'.

           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.
           COPY 'ccuws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'prmws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB085' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-CFG-DATA-REF.
           PERFORM 0050-LER-CFG-MENS.
           PERFORM 0170-CARREGAR-CALENDARIO.
           PERFORM UNTIL SAIR-MENSALIDADE
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           GOBACK.

       0050-LER-CFG-MENS.
      * Relida a cada transacao com a data em WRK-CFG-DATA-REF;
      * parte dos padroes para a vigencia de outra data nao ficar.
           MOVE 500,00 TO WRK-VALOR-BASE.
           MOVE 10,00  TO WRK-DESC-IRMAOS-PCT.
           MOVE 10     TO WRK-DIA-VENCIMENTO.
           MOVE 02,00  TO WRK-MULTA-PCT.
           MOVE 0,10   TO WRK-JUROS-DIA-PCT.
           MOVE '9100' TO WRK-CENTRO-ESCOLA.
           MOVE 'MENSCFG'        TO WRK-PRM-CODIGO.
           MOVE SPACES           TO WRK-PRM-ARGUMENTO.
           MOVE WRK-CFG-DATA-REF TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-MENS
               IF CFG-VALOR-BASE > ZEROS
                   MOVE CFG-VALOR-BASE TO WRK-VALOR-BASE
               END-IF
               MOVE CFG-DESC-IRMAOS-PCT
                   TO WRK-DESC-IRMAOS-PCT
               IF CFG-DIA-VENCIMENTO > ZEROS
                   MOVE CFG-DIA-VENCIMENTO
                       TO WRK-DIA-VENCIMENTO
               END-IF
               MOVE CFG-MULTA-PCT     TO WRK-MULTA-PCT
               MOVE CFG-JUROS-DIA-PCT TO WRK-JUROS-DIA-PCT
               IF CFG-CENTRO-ESCOLA NOT = SPACES
                   MOVE CFG-CENTRO-ESCOLA
                       TO WRK-CENTRO-ESCOLA
               END-IF
           END-IF.

       0100-EXIBIR-MENU.
               ACCEPT WRK-RSP-IRMAOS
               DISPLAY 'PERCENTUAL DE BOLSA (0-100):'
               ACCEPT WRK-RSP-BOLSA
               DISPLAY 'CPF DO RESPONSAVEL (SO NUMEROS, BRANCO = '
                   'SEM CPF):'
               ACCEPT WRK-RSP-CPF
               DISPLAY 'ENTREGA DA CORRESPONDENCIA (C-CORREIO / '
                   'E-ELETRONICA):'
               ACCEPT WRK-RSP-ENTREGA
               IF WRK-RSP-NOME = SPACES OR WRK-RSP-BOLSA > 100
                   DISPLAY 'NOME OBRIGATORIO E BOLSA ATE 100'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               MOVE 'N' TO RSP-DESC-IRMAOS
           END-IF.
           MOVE WRK-RSP-BOLSA TO RSP-BOLSA-PCT.
           MOVE WRK-RSP-CPF   TO RSP-CPF.
           IF WRK-RSP-ENTREGA = 'E'
               MOVE 'E' TO RSP-ENTREGA
           ELSE
               MOVE 'C' TO RSP-ENTREGA
           END-IF.
           WRITE REG-RESPONSAVEL
               INVALID KEY
                   REWRITE REG-RESPONSAVEL
           PERFORM 0900-GRAVAR-AUDITORIA-MEN.

       0400-GERAR-COBRANCA.
      * A cobranca posta no razao - em periodo contabil fechado a
      * geracao e recusada inteira, para o MENSALIDADE.DAT nao
      * divergir do razao na conciliacao do PROGCOB061.
           PERFORM 0390-CONFERIR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                   ' JA FECHADO - COBRANCA RECUSADA'
               PERFORM 0395-GRAVAR-SUSPENSE-PERIODO
           ELSE
               PERFORM 0410-GERAR-COBRANCA-MES
           END-IF.

       0390-CONFERIR-PERIODO.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.

       0395-GRAVAR-SUSPENSE-PERIODO.
           MOVE 'PROGCOB085'      TO WRK-SUS-PROGRAMA.
           MOVE 'PERIODO'         TO WRK-SUS-CAMPO.
           MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR.
           MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
               TO WRK-SUS-MOTIVO.
           PERFORM 9750-GRAVAR-SUSPENSE.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0410-GERAR-COBRANCA-MES.
      * Uma mensalidade por aluno matriculado na competencia: valor
      * base menos a bolsa e o desconto de irmaos do responsavel;
      * vencimento no dia configurado, rolado para dia util. Aluno
      * sem turma (desistente da rematricula) nao e cobrado.
           DISPLAY 'COMPETENCIA (AAAAMM, BRANCO = ATUAL):'.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           COMPUTE WRK-CFG-DATA-REF = WRK-COMPETENCIA * 100 + 1.
           PERFORM 0050-LER-CFG-MENS.
           COMPUTE WRK-VENC-DATA = WRK-COMPETENCIA * 100
               + WRK-DIA-VENCIMENTO.
           PERFORM 0450-ROLAR-DIA-UTIL.
           PERFORM 0420-GARANTIR-CENTRO-ESCOLA.
           MOVE 'N'   TO WRK-EOF-ALU.
           MOVE ZEROS TO WRK-QTD-COBRANCAS.
           OPEN INPUT ARQ-ALUNOS.
                       AT END
                           SET FIM-ALUNOS TO TRUE
                       NOT AT END
                           IF ALU-TURMA NOT = SPACES
                               PERFORM 0460-COBRAR-UM-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUNOS
           MOVE 'COBRANCA-MES' TO WRK-AUD-CAMPO-CHAVE.
           PERFORM 0900-GRAVAR-AUDITORIA-MEN.

       0420-GARANTIR-CENTRO-ESCOLA.
      * A escola lanca no seu proprio centro de custo; na primeira
      * cobranca o centro entra no master (CCUSTO.DAT) para aparecer
      * no relatorio de custo por centro do PROGCOB029.
           OPEN I-O ARQ-CENTRO-CUSTO.
           IF WRK-FS-CCUSTO = '35'
               OPEN OUTPUT ARQ-CENTRO-CUSTO
               CLOSE ARQ-CENTRO-CUSTO
               OPEN I-O ARQ-CENTRO-CUSTO
           END-IF.
           MOVE WRK-CENTRO-ESCOLA      TO CCU-CODIGO.
           MOVE 'ESCOLA - MENSALIDADES' TO CCU-DESCRICAO.
           MOVE 'S'                    TO CCU-ATIVO.
           WRITE REG-CENTRO-CUSTO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE ARQ-CENTRO-CUSTO.

       0450-ROLAR-DIA-UTIL.
      * Rola o vencimento para frente enquanto cair em fim de
      * semana ou feriado do calendario.
           COMPUTE WRK-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-VENC-DATA).
           COMPUTE WRK-VENC-DOW = FUNCTION MOD(WRK-VENC-INT, 7).
           MOVE WRK-VENC-DATA(1:4) TO WRK-DTV-ANO.
           MOVE WRK-VENC-DATA(5:2) TO WRK-DTV-MES.
           MOVE WRK-VENC-DATA(7:2) TO WRK-DTV-DIA.
           PERFORM 9650-VERIFICAR-DIA-UTIL.
           MOVE ALU-MATRICULA   TO MEN-MATRICULA.
           MOVE WRK-COMPETENCIA TO MEN-COMPETENCIA.
           MOVE WRK-MEN-VALOR   TO MEN-VALOR.
           COMPUTE MEN-DESCONTO = WRK-VALOR-BASE - WRK-MEN-VALOR.
           MOVE WRK-VENC-DATA   TO MEN-VENCIMENTO.
           MOVE ZEROS TO MEN-DATA-PAGAMENTO MEN-VALOR-PAGO
                         MEN-MULTA MEN-JUROS.
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COBRANCAS
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   PERFORM 0480-POSTAR-COBRANCA
           END-WRITE.
           CLOSE ARQ-MENSALIDADES.

       0480-POSTAR-COBRANCA.
      * Mensalidades a receber contra a receita, ja liquida da bolsa
      * e do desconto de irmaos; bolsa integral nao gera lancamento.
           IF MEN-VALOR > ZEROS
               PERFORM 0470-PREPARAR-LANCAMENTO
               MOVE '112400'     TO WRK-RAZ-CONTA-DEB
               MOVE '416000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'MENSALIDADE ESCOLAR - COBRANCA'
                   TO WRK-RAZ-DESCRICAO
               MOVE MEN-VALOR TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.

       0470-PREPARAR-LANCAMENTO.
      * Documento de origem: matricula + competencia da mensalidade.
           MOVE WRK-CENTRO-ESCOLA TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB085'      TO WRK-RAZ-PROGRAMA.
           SET DOC-MENSALIDADE    TO TRUE.
           MOVE SPACES            TO WRK-RAZ-DOC-NUMERO.
           STRING MEN-MATRICULA MEN-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-RAZ-DOC-NUMERO
           END-STRING.

       0500-REGISTRAR-PAGAMENTO.
      * O recebimento posta no razao - em periodo contabil fechado a
      * baixa e recusada, como os demais lancadores.
           PERFORM 0390-CONFERIR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                   ' JA FECHADO - PAGAMENTO RECUSADO'
               PERFORM 0395-GRAVAR-SUSPENSE-PERIODO
           ELSE
               PERFORM 0510-CAPTAR-PAGAMENTO
           END-IF.

       0510-CAPTAR-PAGAMENTO.
           DISPLAY 'MATRICULA DO ALUNO:'.
           ACCEPT WRK-PAG-MATRICULA.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           IF WRK-PAG-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-PAG-DATA
           END-IF.
           MOVE WRK-PAG-DATA TO WRK-CFG-DATA-REF.
           PERFORM 0050-LER-CFG-MENS.
           OPEN I-O ARQ-MENSALIDADES.
           IF WRK-FS-MENSALIDADES NOT = '00'
               DISPLAY 'NENHUMA MENSALIDADE COBRADA'
           MOVE WRK-MULTA       TO MEN-MULTA.
           MOVE WRK-JUROS       TO MEN-JUROS.
           REWRITE REG-MENSALIDADE.
           PERFORM 0580-POSTAR-RECEBIMENTO.
           MOVE WRK-TOTAL-PAGAR TO WRK-VAL-ED.
           DISPLAY 'PAGAMENTO REGISTRADO - TOTAL ' WRK-VAL-ED
               ' (' WRK-DIAS-UTEIS-ATR ' DIAS UTEIS DE ATRASO)'.
                   FUNCTION DATE-OF-INTEGER(WRK-PERC-INT)
               COMPUTE WRK-VENC-DOW =
                   FUNCTION MOD(WRK-PERC-INT, 7)
               MOVE WRK-PERC-DATA(1:4) TO WRK-DTV-ANO
               MOVE WRK-PERC-DATA(5:2) TO WRK-DTV-MES
               MOVE WRK-PERC-DATA(7:2) TO WRK-DTV-DIA
               PERFORM 9650-VERIFICAR-DIA-UTIL
               ADD 1 TO WRK-PERC-INT
           END-PERFORM.

       0580-POSTAR-RECEBIMENTO.
      * O principal baixa as mensalidades a receber; multa e juros
      * entram direto como receita de encargos. A matricula vai
      * como referencia para a conciliacao bancaria (PROGCOB103).
           PERFORM 0470-PREPARAR-LANCAMENTO.
           IF MEN-VALOR > ZEROS
               MOVE '111000'     TO WRK-RAZ-CONTA-DEB
               MOVE '112400'     TO WRK-RAZ-CONTA-CRE
               MOVE 'MENSALIDADE ESCOLAR - RECEBIMENTO'
                   TO WRK-RAZ-DESCRICAO
               MOVE MEN-VALOR     TO WRK-RAZ-VALOR
               MOVE MEN-MATRICULA TO WRK-RAZ-REFERENCIA
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           IF WRK-MULTA > ZEROS
               MOVE '111000'     TO WRK-RAZ-CONTA-DEB
               MOVE '416100'     TO WRK-RAZ-CONTA-CRE
               MOVE 'MENSALIDADE ESCOLAR - MULTA'
                   TO WRK-RAZ-DESCRICAO
               MOVE WRK-MULTA     TO WRK-RAZ-VALOR
               MOVE MEN-MATRICULA TO WRK-RAZ-REFERENCIA
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           IF WRK-JUROS > ZEROS
               MOVE '111000'     TO WRK-RAZ-CONTA-DEB
               MOVE '416100'     TO WRK-RAZ-CONTA-CRE
               MOVE 'MENSALIDADE ESCOLAR - JUROS'
                   TO WRK-RAZ-DESCRICAO
               MOVE WRK-JUROS     TO WRK-RAZ-VALOR
               MOVE MEN-MATRICULA TO WRK-RAZ-REFERENCIA
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.

       0600-INADIMPLENCIA.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           ACCEPT WRK-COMPETENCIA.
           COPY 'calpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'prmpp.cpy'.

       END PROGRAM PROGCOB085.
