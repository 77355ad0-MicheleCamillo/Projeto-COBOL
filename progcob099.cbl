      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Banco de horas dos horistas - o supervisor lanca no
      *          razao BANCOHOR.DAT os creditos de horas extras (que
      *          deixam de ser pagas na folha do ponto), os debitos e
      *          as folgas compensadas; extrato por matricula e saldo
      *          mensal por centro de custo. O saldo vencido pela
      *          janela do acordo e pago pela folha (PROGCOB01)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB099.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'bhosel.cpy'.
            COPY 'ccusel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'bhofd.cpy'.
           COPY 'ccufd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MANUTENCAO  VALUE 'S'.
       77 WRK-EOF-EMP          PIC X(01)   VALUE 'N'.
           88 FIM-EMP          VALUE 'S'.
       77 WRK-BCH-STATUS       PIC X(01)   VALUE 'S'.
           88 MOVIMENTO-OK         VALUE 'S'.
           88 MOVIMENTO-COM-ERRO   VALUE 'N'.
       77 WRK-BCH-EMP-ACHADO   PIC X(01)   VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.

      * Movimento digitado pelo supervisor. O credito aponta a
      * competencia do ponto cujas extras vao para o banco; debito e
      * folga ficam na competencia da propria data.
       77 WRK-BCH-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-BCH-TIPO         PIC X(01)   VALUE SPACES.
           88 TIPO-VALIDO      VALUES 'C' 'D' 'F'.
           88 TIPO-CREDITO     VALUE 'C'.
           88 TIPO-FOLGA       VALUE 'F'.
       77 WRK-BCH-HORAS        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BCH-HISTORICO    PIC X(30)   VALUE SPACES.
       01 WRK-BCH-DATA.
           02 WRK-BCH-DATA-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-BCH-DATA-MES PIC 9(02)   VALUE ZEROS.
           02 WRK-BCH-DATA-DIA PIC 9(02)   VALUE ZEROS.
       01 WRK-BCH-DATA-NUM REDEFINES WRK-BCH-DATA PIC 9(08).
       01 WRK-BCH-PERIODO.
           02 WRK-BCH-PER-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-BCH-PER-MES  PIC 9(02)   VALUE ZEROS.
       01 WRK-BCH-PER-NUM REDEFINES WRK-BCH-PERIODO PIC 9(06).
       77 WRK-BCH-SEQ          PIC 9(03)   VALUE ZEROS.
       77 WRK-BCH-DATA-HOJE    PIC 9(08)   VALUE ZEROS.

      * Extrato e saldo mensal - valores com sinal porque o debito
      * pode deixar o empregado devendo horas ao banco.
       77 WRK-BCH-CENTRO       PIC X(04)   VALUE SPACES.
       77 WRK-BCH-SALDO        PIC S9(05)V99 VALUE ZEROS.
       77 WRK-BCH-ANTERIOR     PIC S9(05)V99 VALUE ZEROS.
       77 WRK-BCH-CREDITOS     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BCH-DEBITOS      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BCH-FOLGAS       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BCH-PAGAS        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BCH-QTD-MOV      PIC 9(04)   VALUE ZEROS.
       77 WRK-BCH-QTD-EMP      PIC 9(06)   VALUE ZEROS.
       77 WRK-BCH-TOT-ANTERIOR PIC S9(07)V99 VALUE ZEROS.
       77 WRK-BCH-TOT-CREDITOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BCH-TOT-DEBITOS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BCH-TOT-FOLGAS   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BCH-TOT-PAGAS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BCH-TOT-SALDO    PIC S9(07)V99 VALUE ZEROS.

      * Campos editados.
       77 WRK-BCH-HORAS-ED     PIC ZZ9,99          VALUE ZEROS.
       77 WRK-BCH-SALDO-ED     PIC -ZZ.ZZ9,99      VALUE ZEROS.
       77 WRK-BCH-ANT-ED       PIC -ZZ.ZZ9,99      VALUE ZEROS.
       77 WRK-BCH-CRED-ED      PIC ZZ.ZZ9,99       VALUE ZEROS.
       77 WRK-BCH-DEB-ED       PIC ZZ.ZZ9,99       VALUE ZEROS.
       77 WRK-BCH-FOLGA-ED     PIC ZZ.ZZ9,99       VALUE ZEROS.
       77 WRK-BCH-PAGO-ED      PIC ZZ.ZZ9,99       VALUE ZEROS.
       77 WRK-BCH-VALOR-ED     PIC $ZZZ.ZZ9,99     VALUE ZEROS.
       77 WRK-BCH-TOT-ANT-ED   PIC -Z.ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-BCH-TOT-SALDO-ED PIC -Z.ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-BCH-TOT-CRED-ED  PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
       77 WRK-BCH-TOT-DEB-ED   PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
       77 WRK-BCH-TOT-FOLGA-ED PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
       77 WRK-BCH-TOT-PAGO-ED  PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'empws.cpy'.
           COPY 'bhows.cpy'.
           COPY 'ccuws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB099' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======== BANCO DE HORAS ========'.
           DISPLAY '1 - LANCAR CREDITO, DEBITO OU FOLGA (SUPERVISOR)'.
           DISPLAY '2 - EXTRATO POR MATRICULA'.
           DISPLAY '3 - SALDO MENSAL POR CENTRO DE CUSTO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LANCAR-MOVIMENTO
               WHEN 2
                   PERFORM 0500-EMITIR-EXTRATO
               WHEN 3
                   PERFORM 0600-SALDO-POR-CENTRO
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-LANCAR-MOVIMENTO.
      * So supervisor (ou ADM) do sign-on lanca no banco - o usuario
      * validado fica no movimento e na auditoria.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - MOVIMENTO NAO LANCADO'
                   PERFORM 0390-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'LANCAMENTO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0390-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0310-LER-MOVIMENTO
           END-EVALUATE.

       0310-LER-MOVIMENTO.
           SET MOVIMENTO-OK TO TRUE.
           DISPLAY 'MATRICULA DO HORISTA:'.
           ACCEPT WRK-BCH-MATRICULA.
           MOVE WRK-BCH-MATRICULA TO EMP-MATRICULA.
           PERFORM 0320-LER-EMPREGADO.
           IF NOT EMPREGADO-ACHADO OR EMP-SITUACAO = 'D'
               OR EMP-TIPO-PAGAMENTO NOT = 'H'
               DISPLAY 'EMPREGADO NAO ENCONTRADO, DESLIGADO OU NAO '
                   'HORISTA'
               SET MOVIMENTO-COM-ERRO TO TRUE
           ELSE
               PERFORM 0330-LER-DADOS-MOVIMENTO
           END-IF.
           IF MOVIMENTO-OK AND TIPO-FOLGA
               PERFORM 0340-VERIFICAR-SALDO
           END-IF.
           IF MOVIMENTO-OK
               PERFORM 0350-GRAVAR-MOVIMENTO
           ELSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0320-LER-EMPREGADO.
           MOVE 'N' TO WRK-BCH-EMP-ACHADO.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS = '00'
               READ ARQ-EMPREGADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EMPREGADO-ACHADO TO TRUE
               END-READ
               CLOSE ARQ-EMPREGADOS
           END-IF.

       0330-LER-DADOS-MOVIMENTO.
      * O credito precisa entrar antes da folha do ponto daquela
      * competencia - e ela que deixa de pagar as horas creditadas.
           DISPLAY 'NOME: ' EMP-NOME.
           DISPLAY 'TIPO (C-CREDITO  D-DEBITO  F-FOLGA COMPENSADA):'.
           ACCEPT WRK-BCH-TIPO.
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD):'.
           ACCEPT WRK-BCH-DATA-NUM.
           DISPLAY 'QUANTIDADE DE HORAS (999,99):'.
           ACCEPT WRK-BCH-HORAS.
           DISPLAY 'HISTORICO:'.
           ACCEPT WRK-BCH-HISTORICO.
           MOVE WRK-BCH-DATA-ANO TO WRK-DTV-ANO.
           MOVE WRK-BCH-DATA-MES TO WRK-DTV-MES.
           MOVE WRK-BCH-DATA-DIA TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           MOVE WRK-BCH-DATA-NUM(1:6) TO WRK-BCH-PER-NUM.
           IF TIPO-CREDITO
               DISPLAY 'COMPETENCIA DO PONTO (AAAAMM):'
               ACCEPT WRK-BCH-PER-NUM
           END-IF.
           EVALUATE TRUE
               WHEN NOT TIPO-VALIDO
                   DISPLAY 'TIPO DE MOVIMENTO INVALIDO'
                   SET MOVIMENTO-COM-ERRO TO TRUE
               WHEN DATA-INVALIDA
                   DISPLAY 'DATA DO MOVIMENTO INVALIDA'
                   SET MOVIMENTO-COM-ERRO TO TRUE
               WHEN WRK-BCH-PER-MES < 1 OR WRK-BCH-PER-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA'
                   SET MOVIMENTO-COM-ERRO TO TRUE
               WHEN WRK-BCH-HORAS = ZEROS
                   DISPLAY 'QUANTIDADE DE HORAS E OBRIGATORIA'
                   SET MOVIMENTO-COM-ERRO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0340-VERIFICAR-SALDO.
      * A folga so compensa horas que o empregado tem no banco. A
      * competencia maxima faz o 9565 somar o razao inteiro, sem
      * deixar pagamento de vencido nenhum fora do consumo.
           MOVE WRK-BCH-MATRICULA TO WRK-BHO-MATRICULA-PROC.
           MOVE 999912            TO WRK-BHO-PERIODO-PROC.
           PERFORM 9565-APURAR-BANCO-HORAS.
           IF WRK-BCH-HORAS > WRK-BHO-SALDO
               MOVE WRK-BHO-SALDO TO WRK-BCH-SALDO-ED
               DISPLAY 'FOLGA MAIOR QUE O SALDO DO BANCO ('
                   WRK-BCH-SALDO-ED ' HORAS)'
               SET MOVIMENTO-COM-ERRO TO TRUE
           END-IF.

       0350-GRAVAR-MOVIMENTO.
      * A sequencia e a proxima livre da matricula na competencia;
      * a 999 fica para o pagamento de vencido da folha.
           PERFORM 0360-PROXIMA-SEQUENCIA.
           IF WRK-BCH-SEQ > 998
               DISPLAY 'COMPETENCIA SEM SEQUENCIA LIVRE NO BANCO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-BCH-MATRICULA TO BHO-MATRICULA
               MOVE WRK-BCH-PER-NUM   TO BHO-PERIODO
               MOVE WRK-BCH-SEQ       TO BHO-SEQ
               MOVE WRK-BCH-TIPO      TO BHO-TIPO
               MOVE WRK-BCH-HORAS     TO BHO-HORAS
               MOVE WRK-BCH-DATA-NUM  TO BHO-DATA
               MOVE ZEROS             TO BHO-VALOR
               MOVE WRK-BCH-HISTORICO TO BHO-HISTORICO
               MOVE WRK-USUARIO       TO BHO-USUARIO
               ACCEPT WRK-BCH-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-BCH-DATA-HOJE TO BHO-DATA-CADASTRO
               OPEN I-O ARQ-BANCO-HORAS
               IF WRK-FS-BANCO-HORAS = '35'
                   OPEN OUTPUT ARQ-BANCO-HORAS
                   CLOSE ARQ-BANCO-HORAS
                   OPEN I-O ARQ-BANCO-HORAS
               END-IF
               WRITE REG-BANCO-HORAS
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR MOVIMENTO - STATUS '
                           WRK-FS-BANCO-HORAS
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       DISPLAY 'MOVIMENTO LANCADO NO BANCO DE HORAS'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'BANCO-HORAS'     TO WRK-AUD-CAMPO-CHAVE
                       MOVE BHO-CHAVE         TO WRK-AUD-VALOR-ENTRADA
                       MOVE WRK-BCH-HORAS     TO WRK-BCH-HORAS-ED
                       MOVE SPACES TO WRK-AUD-VALOR-SAIDA
                       STRING WRK-BCH-TIPO ' ' WRK-BCH-HORAS-ED
                           DELIMITED BY SIZE INTO WRK-AUD-VALOR-SAIDA
                       PERFORM 0900-GRAVAR-AUDITORIA-BCH
               END-WRITE
               CLOSE ARQ-BANCO-HORAS
           END-IF.

       0360-PROXIMA-SEQUENCIA.
           MOVE 1   TO WRK-BCH-SEQ.
           MOVE 'N' TO WRK-EOF-BANCO-HORAS.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WRK-FS-BANCO-HORAS = '00'
               MOVE WRK-BCH-MATRICULA TO BHO-MATRICULA
               MOVE WRK-BCH-PER-NUM   TO BHO-PERIODO
               MOVE ZEROS             TO BHO-SEQ
               START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHO-CHAVE
                   INVALID KEY
                       SET FIM-BANCO-HORAS TO TRUE
               END-START
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ ARQ-BANCO-HORAS NEXT RECORD
                       AT END
                           SET FIM-BANCO-HORAS TO TRUE
                       NOT AT END
                           IF BHO-MATRICULA = WRK-BCH-MATRICULA
                               AND BHO-PERIODO = WRK-BCH-PER-NUM
                               AND BHO-SEQ < 999
                               COMPUTE WRK-BCH-SEQ = BHO-SEQ + 1
                           ELSE
                               SET FIM-BANCO-HORAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BANCO-HORAS
           END-IF.

       0390-LOGAR-RECUSA.
           MOVE 'PROGCOB099'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO   TO WRK-SEG-USUARIO.
           MOVE 'LANCAMENTO NO BANCO DE HORAS NEGADO'
               TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0500-EMITIR-EXTRATO.
      * Todos os movimentos da matricula em ordem de competencia,
      * com o saldo corrente apos cada um.
           DISPLAY 'MATRICULA DO HORISTA:'.
           ACCEPT WRK-BCH-MATRICULA.
           MOVE ZEROS TO WRK-BCH-SALDO WRK-BCH-QTD-MOV.
           MOVE 'PROGCOB099' TO WRK-REP-PROGRAMA.
           MOVE 'EXTRATO DO BANCO DE HORAS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'MATRICULA: ' WRK-BCH-MATRICULA.
           DISPLAY 'COMPET SEQ T DATA        HORAS      SALDO '
               'HISTORICO'.
           MOVE 'N' TO WRK-EOF-BANCO-HORAS.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WRK-FS-BANCO-HORAS = '00'
               MOVE WRK-BCH-MATRICULA TO BHO-MATRICULA
               MOVE ZEROS TO BHO-PERIODO BHO-SEQ
               START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHO-CHAVE
                   INVALID KEY
                       SET FIM-BANCO-HORAS TO TRUE
               END-START
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ ARQ-BANCO-HORAS NEXT RECORD
                       AT END
                           SET FIM-BANCO-HORAS TO TRUE
                       NOT AT END
                           IF BHO-MATRICULA = WRK-BCH-MATRICULA
                               PERFORM 0550-IMPRIMIR-MOVIMENTO
                           ELSE
                               SET FIM-BANCO-HORAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BANCO-HORAS
           END-IF.
           IF WRK-BCH-QTD-MOV = ZEROS
               DISPLAY 'MATRICULA SEM MOVIMENTO NO BANCO DE HORAS'
           ELSE
               MOVE WRK-BCH-SALDO TO WRK-BCH-SALDO-ED
               DISPLAY 'SALDO ATUAL (HORAS): ' WRK-BCH-SALDO-ED
           END-IF.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0550-IMPRIMIR-MOVIMENTO.
           IF BHO-TIPO = 'C'
               ADD BHO-HORAS TO WRK-BCH-SALDO
           ELSE
               SUBTRACT BHO-HORAS FROM WRK-BCH-SALDO
           END-IF.
           ADD 1 TO WRK-BCH-QTD-MOV.
           MOVE BHO-HORAS     TO WRK-BCH-HORAS-ED.
           MOVE WRK-BCH-SALDO TO WRK-BCH-SALDO-ED.
           DISPLAY BHO-PERIODO ' ' BHO-SEQ ' ' BHO-TIPO ' ' BHO-DATA
               ' ' WRK-BCH-HORAS-ED ' ' WRK-BCH-SALDO-ED ' '
               BHO-HISTORICO.
           IF BHO-TIPO = 'P'
               MOVE BHO-VALOR TO WRK-BCH-VALOR-ED
               DISPLAY '           VALOR PAGO NA FOLHA: '
                   WRK-BCH-VALOR-ED
           END-IF.

       0600-SALDO-POR-CENTRO.
      * Demonstrativo do mes para o supervisor: por horista do
      * centro, saldo anterior, creditos, debitos, folgas e vencido
      * pago na competencia, e o saldo final.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           ACCEPT WRK-BCH-PER-NUM.
           DISPLAY 'CENTRO DE CUSTO:'.
           ACCEPT WRK-BCH-CENTRO.
           MOVE WRK-BCH-CENTRO TO WRK-CCU-PROCURADO.
           PERFORM 9550-VALIDAR-CENTRO.
           EVALUATE TRUE
               WHEN WRK-BCH-PER-MES < 1 OR WRK-BCH-PER-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN CENTRO-INVALIDO
                   DISPLAY 'CENTRO DE CUSTO INEXISTENTE OU INATIVO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0620-LISTAR-CENTRO
           END-EVALUATE.

       0620-LISTAR-CENTRO.
           MOVE ZEROS TO WRK-BCH-QTD-EMP WRK-BCH-TOT-ANTERIOR
                         WRK-BCH-TOT-CREDITOS WRK-BCH-TOT-DEBITOS
                         WRK-BCH-TOT-FOLGAS WRK-BCH-TOT-PAGAS
                         WRK-BCH-TOT-SALDO.
           MOVE 'PROGCOB099' TO WRK-REP-PROGRAMA.
           MOVE 'SALDO MENSAL DO BANCO DE HORAS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'COMPETENCIA: ' WRK-BCH-PER-NUM
               '  CENTRO: ' WRK-BCH-CENTRO.
           DISPLAY 'MATRIC NOME                   ANTERIOR  CREDITO'
               '   DEBITO    FOLGA     PAGO      SALDO'.
           MOVE 'N' TO WRK-EOF-EMP.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS = '00'
               PERFORM UNTIL FIM-EMP
                   READ ARQ-EMPREGADOS NEXT RECORD
                       AT END
                           SET FIM-EMP TO TRUE
                       NOT AT END
                           IF EMP-CENTRO-CUSTO = WRK-BCH-CENTRO
                               AND EMP-TIPO-PAGAMENTO = 'H'
                               PERFORM 0640-APURAR-SALDO-MES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMPREGADOS
           END-IF.
           MOVE WRK-BCH-TOT-ANTERIOR TO WRK-BCH-TOT-ANT-ED.
           MOVE WRK-BCH-TOT-CREDITOS TO WRK-BCH-TOT-CRED-ED.
           MOVE WRK-BCH-TOT-DEBITOS  TO WRK-BCH-TOT-DEB-ED.
           MOVE WRK-BCH-TOT-FOLGAS   TO WRK-BCH-TOT-FOLGA-ED.
           MOVE WRK-BCH-TOT-PAGAS    TO WRK-BCH-TOT-PAGO-ED.
           MOVE WRK-BCH-TOT-SALDO    TO WRK-BCH-TOT-SALDO-ED.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'HORISTAS COM BANCO..: ' WRK-BCH-QTD-EMP.
           DISPLAY 'SALDO ANTERIOR......: ' WRK-BCH-TOT-ANT-ED.
           DISPLAY 'CREDITOS DO MES.....: ' WRK-BCH-TOT-CRED-ED.
           DISPLAY 'DEBITOS DO MES......: ' WRK-BCH-TOT-DEB-ED.
           DISPLAY 'FOLGAS COMPENSADAS..: ' WRK-BCH-TOT-FOLGA-ED.
           DISPLAY 'VENCIDO PAGO........: ' WRK-BCH-TOT-PAGO-ED.
           DISPLAY 'SALDO FINAL.........: ' WRK-BCH-TOT-SALDO-ED.
           MOVE 'SALDO-BANCO-HORAS'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-BCH-CENTRO       TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-BCH-TOT-SALDO-ED TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-BCH.

       0640-APURAR-SALDO-MES.
           MOVE ZEROS TO WRK-BCH-ANTERIOR WRK-BCH-CREDITOS
                         WRK-BCH-DEBITOS WRK-BCH-FOLGAS
                         WRK-BCH-PAGAS WRK-BCH-QTD-MOV.
           MOVE 'N' TO WRK-EOF-BANCO-HORAS.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WRK-FS-BANCO-HORAS = '00'
               MOVE EMP-MATRICULA TO BHO-MATRICULA
               MOVE ZEROS TO BHO-PERIODO BHO-SEQ
               START ARQ-BANCO-HORAS KEY IS NOT LESS THAN BHO-CHAVE
                   INVALID KEY
                       SET FIM-BANCO-HORAS TO TRUE
               END-START
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ ARQ-BANCO-HORAS NEXT RECORD
                       AT END
                           SET FIM-BANCO-HORAS TO TRUE
                       NOT AT END
                           IF BHO-MATRICULA NOT = EMP-MATRICULA
                               OR BHO-PERIODO > WRK-BCH-PER-NUM
                               SET FIM-BANCO-HORAS TO TRUE
                           ELSE
                               PERFORM 0650-SOMAR-MOVIMENTO-MES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BANCO-HORAS
           END-IF.
           IF WRK-BCH-QTD-MOV > ZEROS
               COMPUTE WRK-BCH-SALDO = WRK-BCH-ANTERIOR
                   + WRK-BCH-CREDITOS - WRK-BCH-DEBITOS
                   - WRK-BCH-FOLGAS - WRK-BCH-PAGAS
               MOVE WRK-BCH-ANTERIOR TO WRK-BCH-ANT-ED
               MOVE WRK-BCH-CREDITOS TO WRK-BCH-CRED-ED
               MOVE WRK-BCH-DEBITOS  TO WRK-BCH-DEB-ED
               MOVE WRK-BCH-FOLGAS   TO WRK-BCH-FOLGA-ED
               MOVE WRK-BCH-PAGAS    TO WRK-BCH-PAGO-ED
               MOVE WRK-BCH-SALDO    TO WRK-BCH-SALDO-ED
               DISPLAY EMP-MATRICULA ' ' EMP-NOME ' '
                   WRK-BCH-ANT-ED WRK-BCH-CRED-ED WRK-BCH-DEB-ED
                   WRK-BCH-FOLGA-ED WRK-BCH-PAGO-ED WRK-BCH-SALDO-ED
               ADD 1                TO WRK-BCH-QTD-EMP
               ADD WRK-BCH-ANTERIOR TO WRK-BCH-TOT-ANTERIOR
               ADD WRK-BCH-CREDITOS TO WRK-BCH-TOT-CREDITOS
               ADD WRK-BCH-DEBITOS  TO WRK-BCH-TOT-DEBITOS
               ADD WRK-BCH-FOLGAS   TO WRK-BCH-TOT-FOLGAS
               ADD WRK-BCH-PAGAS    TO WRK-BCH-TOT-PAGAS
               ADD WRK-BCH-SALDO    TO WRK-BCH-TOT-SALDO
               ADD 1                TO WRK-RUN-QTD-LIDOS
           END-IF.

       0650-SOMAR-MOVIMENTO-MES.
           ADD 1 TO WRK-BCH-QTD-MOV.
           IF BHO-PERIODO < WRK-BCH-PER-NUM
               IF BHO-TIPO = 'C'
                   ADD BHO-HORAS TO WRK-BCH-ANTERIOR
               ELSE
                   SUBTRACT BHO-HORAS FROM WRK-BCH-ANTERIOR
               END-IF
           ELSE
               EVALUATE BHO-TIPO
                   WHEN 'C'
                       ADD BHO-HORAS TO WRK-BCH-CREDITOS
                   WHEN 'D'
                       ADD BHO-HORAS TO WRK-BCH-DEBITOS
                   WHEN 'F'
                       ADD BHO-HORAS TO WRK-BCH-FOLGAS
                   WHEN OTHER
                       ADD BHO-HORAS TO WRK-BCH-PAGAS
               END-EVALUATE
           END-IF.

       0900-GRAVAR-AUDITORIA-BCH.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB099' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'bhopp.cpy'.
           COPY 'ccupp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB099.
