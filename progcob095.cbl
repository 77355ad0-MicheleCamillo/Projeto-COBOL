      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Diferencas salariais retroativas - quando o reajuste
      *          registrado em SALHIST.DAT vale de uma data anterior a
      *          alteracao, apura por mes atrasado a diferenca de
      *          bruto, INSS, IRRF e FGTS (cada mes pela tabela de
      *          impostos da propria competencia) e grava em
      *          RETROATIVO.DAT, para a proxima folha do PROGCOB01
      *          pagar como provento proprio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB095.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'salsel.cpy'.
            COPY 'depsel.cpy'.
            COPY 'rtasel.cpy'.
            COPY 'timsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'salfd.cpy'.
           COPY 'depfd.cpy'.
           COPY 'rtafd.cpy'.
           COPY 'timfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 FIM-APURACAO     VALUE 'S'.
       77 WRK-ACHOU            PIC X(01)   VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.
       77 WRK-EOF-SALHIST      PIC X(01)   VALUE 'N'.
           88 FIM-SALHIST      VALUE 'S'.

      * Ultimo reajuste (aumento) da matricula em SALHIST.DAT.
       77 WRK-RET-ACHOU-ALT    PIC X(01)   VALUE 'N'.
           88 ALTERACAO-ACHADA VALUE 'S'.
       77 WRK-RET-SAL-ANT      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-SAL-NOVO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-DATA-ALT     PIC 9(08)   VALUE ZEROS.

      * Data em que o reajuste realmente passou a valer e competencia
      * corrente do laco de meses atrasados.
       77 WRK-RET-VIGENCIA     PIC 9(08)   VALUE ZEROS.
       01 WRK-RET-COMP.
           02 WRK-RET-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-RET-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-RET-COMP-NUM REDEFINES WRK-RET-COMP PIC 9(06).
       77 WRK-RET-COMP-FIM     PIC 9(06)   VALUE ZEROS.
       77 WRK-RET-DIAS         PIC 9(02)   VALUE ZEROS.
       77 WRK-RET-DIA-VIG      PIC 9(02)   VALUE ZEROS.

      * Calculo do mes: bruto pago (antigo) e devido (antigo mais a
      * diferenca), com INSS/IRRF de cada um pela tabela do mes.
       77 WRK-RET-DIF-BRUTO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-BRUTO-DEV    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RET-INSS-PAGO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-INSS-DEV     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-IRRF-PAGO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-IRRF-DEV     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-DIF-INSS     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-DIF-IRRF     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-DIF-FGTS     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RET-ALIQ-FGTS    PIC 9(01)V99 VALUE 0,08.
       77 WRK-RET-GRAVADO      PIC X(01)   VALUE 'N'.
           88 MES-GRAVADO      VALUE 'S'.

      * Totais da matricula e da execucao.
       77 WRK-RET-MESES        PIC 9(03)   VALUE ZEROS.
       77 WRK-RET-TOT-BRUTO    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RET-TOT-GERAL    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-RET-QTD-EMP      PIC 9(06)   VALUE ZEROS.

      * Campos editados da listagem.
       77 WRK-RET-BRUTO-ED     PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-RET-INSS-ED      PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-RET-IRRF-ED      PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-RET-FGTS-ED      PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-RET-TOTAL-ED     PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'empws.cpy'.
           COPY 'salws.cpy'.
           COPY 'depws.cpy'.
           COPY 'rtaws.cpy'.
           COPY 'insws.cpy'.
           COPY 'irrws.cpy'.
           COPY 'timws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB095' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           MOVE 'PROGCOB095' TO WRK-REP-PROGRAMA.
           MOVE 'DIFERENCAS SALARIAIS RETROATIVAS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           PERFORM UNTIL FIM-APURACAO
               DISPLAY ' '
               DISPLAY 'MATRICULA (BRANCO = ENCERRA):'
               ACCEPT WRK-MATRICULA
               IF WRK-MATRICULA = SPACES
                   SET FIM-APURACAO TO TRUE
               ELSE
                   PERFORM 0100-LER-EMPREGADO
               END-IF
           END-PERFORM.
           MOVE WRK-RET-TOT-GERAL TO WRK-RET-TOTAL-ED.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'EMPREGADOS APURADOS.: ' WRK-RET-QTD-EMP.
           DISPLAY 'TOTAL RETROATIVO....: ' WRK-RET-TOTAL-ED.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-LER-EMPREGADO.
      * So mensalista ativo tem diferenca de salario fixo a apurar -
      * o horista recebe pelas horas do ponto a cada folha.
           MOVE 'N' TO WRK-ACHOU.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
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
           EVALUATE TRUE
               WHEN NOT EMPREGADO-ACHADO
                   DISPLAY 'EMPREGADO NAO ENCONTRADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN EMP-SITUACAO = 'D'
                   DISPLAY 'EMPREGADO DESLIGADO - DIFERENCA VAI NA '
                       'RESCISAO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN EMP-TIPO-PAGAMENTO = 'H'
                   DISPLAY 'HORISTA NAO TEM REAJUSTE DE SALARIO FIXO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0200-BUSCAR-ALTERACAO
                   IF ALTERACAO-ACHADA
                       PERFORM 0300-LER-VIGENCIA
                   ELSE
                       DISPLAY 'NENHUM REAJUSTE EM SALHIST.DAT PARA '
                           'A MATRICULA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   END-IF
           END-EVALUATE.

       0200-BUSCAR-ALTERACAO.
      * O journal e cronologico: a ultima linha de aumento da
      * matricula e o reajuste que esta sendo retroagido.
           MOVE 'N' TO WRK-RET-ACHOU-ALT.
           MOVE 'N' TO WRK-EOF-SALHIST.
           OPEN INPUT ARQ-HIST-SALARIO.
           IF WRK-FS-SALHIST = '00'
               PERFORM UNTIL FIM-SALHIST
                   READ ARQ-HIST-SALARIO
                       AT END
                           SET FIM-SALHIST TO TRUE
                       NOT AT END
                           IF SAL-MATRICULA = WRK-MATRICULA
                              AND SAL-SALARIO-NOVO > SAL-SALARIO-ANT
                               SET ALTERACAO-ACHADA TO TRUE
                               MOVE SAL-SALARIO-ANT  TO WRK-RET-SAL-ANT
                               MOVE SAL-SALARIO-NOVO
                                   TO WRK-RET-SAL-NOVO
                               MOVE SAL-DATA TO WRK-RET-DATA-ALT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIST-SALARIO
           END-IF.

       0300-LER-VIGENCIA.
           MOVE WRK-RET-SAL-ANT  TO WRK-RET-BRUTO-ED.
           MOVE WRK-RET-SAL-NOVO TO WRK-RET-INSS-ED.
           DISPLAY 'REAJUSTE DE ' WRK-RET-BRUTO-ED ' PARA '
               WRK-RET-INSS-ED ' REGISTRADO EM ' WRK-RET-DATA-ALT.
           DISPLAY 'DATA DE VIGENCIA REAL DO REAJUSTE (AAAAMMDD):'.
           ACCEPT WRK-RET-VIGENCIA.
           MOVE WRK-RET-VIGENCIA(1:4) TO WRK-DTV-ANO.
           MOVE WRK-RET-VIGENCIA(5:2) TO WRK-DTV-MES.
           MOVE WRK-RET-VIGENCIA(7:2) TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           EVALUATE TRUE
               WHEN DATA-INVALIDA
                   DISPLAY 'DATA DE VIGENCIA INVALIDA: '
                       WRK-RET-VIGENCIA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-RET-VIGENCIA(1:6) NOT < WRK-RET-DATA-ALT(1:6)
                   DISPLAY 'VIGENCIA NO MES DA ALTERACAO OU DEPOIS - '
                       'NADA A RETROAGIR'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0400-APURAR-MESES
           END-EVALUATE.

       0400-APURAR-MESES.
      * Meses atrasados: da competencia da vigencia real ate a
      * anterior a da alteracao (a folha do mes da alteracao ja saiu
      * com o salario novo). O primeiro mes e proporcional aos dias
      * de vigencia na base comercial de 30 dias.
           MOVE ZEROS TO WRK-RET-MESES WRK-RET-TOT-BRUTO.
           MOVE WRK-RET-VIGENCIA(1:6) TO WRK-RET-COMP-NUM.
           MOVE WRK-RET-DATA-ALT(1:6) TO WRK-RET-COMP-FIM.
           MOVE WRK-MATRICULA TO WRK-DEP-MATRICULA-PROC.
           PERFORM 9520-CONTAR-DEPENDENTES.
           MOVE WRK-DEP-QTD   TO WRK-IRRF-QTD-DEP.
           DISPLAY 'COMPET.  DIAS  DIF BRUTO     DIF INSS      '
               'DIF IRRF      DIF FGTS'.
           PERFORM UNTIL WRK-RET-COMP-NUM NOT < WRK-RET-COMP-FIM
               MOVE 30 TO WRK-RET-DIAS
               IF WRK-RET-COMP-NUM = WRK-RET-VIGENCIA(1:6)
                   MOVE WRK-RET-VIGENCIA(7:2) TO WRK-RET-DIA-VIG
                   IF WRK-RET-DIA-VIG > 1
                       COMPUTE WRK-RET-DIAS = 31 - WRK-RET-DIA-VIG
                       IF WRK-RET-DIAS > 30
                           MOVE 30 TO WRK-RET-DIAS
                       END-IF
                   END-IF
               END-IF
               PERFORM 0500-APURAR-MES
               ADD 1 TO WRK-RET-COMP-MES
               IF WRK-RET-COMP-MES > 12
                   MOVE 1 TO WRK-RET-COMP-MES
                   ADD 1 TO WRK-RET-COMP-ANO
               END-IF
           END-PERFORM.
           MOVE WRK-RET-TOT-BRUTO TO WRK-RET-TOTAL-ED.
           DISPLAY 'MATRICULA ' WRK-MATRICULA ' - ' WRK-RET-MESES
               ' MESES - DIFERENCA BRUTA ' WRK-RET-TOTAL-ED.
           IF WRK-RET-MESES > ZEROS
               ADD 1 TO WRK-RET-QTD-EMP
               ADD WRK-RET-TOT-BRUTO TO WRK-RET-TOT-GERAL
               PERFORM 0900-GRAVAR-AUDITORIA-RET
           END-IF.

       0500-APURAR-MES.
           COMPUTE WRK-RET-DIF-BRUTO ROUNDED =
               (WRK-RET-SAL-NOVO - WRK-RET-SAL-ANT) / 30 * WRK-RET-DIAS.
           COMPUTE WRK-RET-BRUTO-DEV =
               WRK-RET-SAL-ANT + WRK-RET-DIF-BRUTO.
      * Impostos do mes pela tabela em vigor naquela competencia.
           MOVE WRK-RET-COMP-NUM TO WRK-TIM-COMPETENCIA.
           MOVE WRK-RET-SAL-ANT  TO WRK-INSS-BASE.
           PERFORM 9510-CALCULAR-INSS.
           MOVE WRK-INSS-VALOR   TO WRK-RET-INSS-PAGO.
           MOVE WRK-RET-BRUTO-DEV TO WRK-INSS-BASE.
           PERFORM 9510-CALCULAR-INSS.
           MOVE WRK-INSS-VALOR   TO WRK-RET-INSS-DEV.
           COMPUTE WRK-IRRF-BASE = WRK-RET-SAL-ANT - WRK-RET-INSS-PAGO.
           PERFORM 9500-CALCULAR-IRRF.
           MOVE WRK-IRRF-VALOR   TO WRK-RET-IRRF-PAGO.
           COMPUTE WRK-IRRF-BASE =
               WRK-RET-BRUTO-DEV - WRK-RET-INSS-DEV.
           PERFORM 9500-CALCULAR-IRRF.
           MOVE WRK-IRRF-VALOR   TO WRK-RET-IRRF-DEV.
           MOVE ZEROS TO WRK-RET-DIF-INSS WRK-RET-DIF-IRRF.
           IF WRK-RET-INSS-DEV > WRK-RET-INSS-PAGO
               COMPUTE WRK-RET-DIF-INSS =
                   WRK-RET-INSS-DEV - WRK-RET-INSS-PAGO
           END-IF.
           IF WRK-RET-IRRF-DEV > WRK-RET-IRRF-PAGO
               COMPUTE WRK-RET-DIF-IRRF =
                   WRK-RET-IRRF-DEV - WRK-RET-IRRF-PAGO
           END-IF.
           COMPUTE WRK-RET-DIF-FGTS ROUNDED =
               WRK-RET-DIF-BRUTO * WRK-RET-ALIQ-FGTS.
           PERFORM 0600-GRAVAR-RETROATIVO.
           IF MES-GRAVADO
               ADD 1 TO WRK-RET-MESES
               ADD WRK-RET-DIF-BRUTO TO WRK-RET-TOT-BRUTO
               ADD 1 TO WRK-RUN-QTD-LIDOS
               MOVE WRK-RET-DIF-BRUTO TO WRK-RET-BRUTO-ED
               MOVE WRK-RET-DIF-INSS  TO WRK-RET-INSS-ED
               MOVE WRK-RET-DIF-IRRF  TO WRK-RET-IRRF-ED
               MOVE WRK-RET-DIF-FGTS  TO WRK-RET-FGTS-ED
               DISPLAY WRK-RET-COMP-NUM '   ' WRK-RET-DIAS '  '
                   WRK-RET-BRUTO-ED ' ' WRK-RET-INSS-ED ' '
                   WRK-RET-IRRF-ED ' ' WRK-RET-FGTS-ED
           END-IF.

       0600-GRAVAR-RETROATIVO.
      * Reapuracao de uma competencia ainda pendente substitui a
      * anterior; competencia ja paga numa folha fica intocada.
           MOVE 'N' TO WRK-RET-GRAVADO.
           OPEN I-O ARQ-RETROATIVO.
           IF WRK-FS-RETROATIVO = '35'
               OPEN OUTPUT ARQ-RETROATIVO
               CLOSE ARQ-RETROATIVO
               OPEN I-O ARQ-RETROATIVO
           END-IF.
           MOVE WRK-MATRICULA    TO RTA-MATRICULA.
           MOVE WRK-RET-COMP-NUM TO RTA-COMPETENCIA.
           READ ARQ-RETROATIVO
               INVALID KEY
                   PERFORM 0650-MONTAR-RETROATIVO
                   WRITE REG-RETROATIVO
                   SET MES-GRAVADO TO TRUE
               NOT INVALID KEY
                   IF RTA-SITUACAO = 'L'
                       DISPLAY WRK-RET-COMP-NUM
                           ' JA PAGO NA FOLHA DE ' RTA-DATA-PAGAMENTO
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   ELSE
                       PERFORM 0650-MONTAR-RETROATIVO
                       REWRITE REG-RETROATIVO
                       SET MES-GRAVADO TO TRUE
                   END-IF
           END-READ.
           CLOSE ARQ-RETROATIVO.

       0650-MONTAR-RETROATIVO.
           MOVE WRK-RET-SAL-ANT   TO RTA-SALARIO-ANT.
           MOVE WRK-RET-SAL-NOVO  TO RTA-SALARIO-NOVO.
           MOVE WRK-RET-DIAS      TO RTA-DIAS.
           MOVE WRK-RET-DIF-BRUTO TO RTA-DIF-BRUTO.
           MOVE WRK-RET-DIF-INSS  TO RTA-DIF-INSS.
           MOVE WRK-RET-DIF-IRRF  TO RTA-DIF-IRRF.
           MOVE WRK-RET-DIF-FGTS  TO RTA-DIF-FGTS.
           MOVE WRK-RET-VIGENCIA  TO RTA-DATA-VIGENCIA.
           ACCEPT RTA-DATA-APURACAO FROM DATE YYYYMMDD.
           MOVE 'P'               TO RTA-SITUACAO.
           MOVE ZEROS             TO RTA-DATA-PAGAMENTO.

       0900-GRAVAR-AUDITORIA-RET.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB095'      TO WRK-AUD-PROGRAMA.
           MOVE 'RETROATIVO'      TO WRK-AUD-CAMPO-CHAVE.
           MOVE SPACES            TO WRK-AUD-VALOR-ENTRADA.
           STRING WRK-MATRICULA    DELIMITED BY SIZE
                  ' VIGENCIA '     DELIMITED BY SIZE
                  WRK-RET-VIGENCIA DELIMITED BY SIZE
               INTO WRK-AUD-VALOR-ENTRADA
           END-STRING.
           MOVE WRK-RET-TOTAL-ED  TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'deppp.cpy'.
           COPY 'inspp.cpy'.
           COPY 'irrpp.cpy'.
           COPY 'timpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB095.
