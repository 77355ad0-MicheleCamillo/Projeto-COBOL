      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Headcount e rotatividade por centro de custo - le o
      *          master de empregados (admissao, situacao e a data de
      *          desligamento gravada pela rescisao do PROGCOB051) e
      *          apura, para a competencia pedida e os 11 meses que a
      *          antecedem, quadro inicial, admissoes, desligamentos,
      *          quadro final, taxa de rotatividade e tempo medio de
      *          casa; opcao de CSV como nos demais relatorios
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB100.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'ccusel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-HEADCOUNT-CSV ASSIGN TO 'HEADCOUNT.CSV'
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'ccufd.cpy'.
           COPY 'runfd.cpy'.

       FD  ARQ-HEADCOUNT-CSV.
       01  REG-HEADCOUNT-CSV   PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-EOF-EMP          PIC X(01)   VALUE 'N'.
           88 FIM-EMP          VALUE 'S'.

      * CSV alternativo ao relatorio impresso - uma linha por centro
      * e competencia da janela, ';' como separador porque a virgula
      * e o separador decimal (DECIMAL-POINT IS COMMA).
       77 WRK-GERAR-CSV        PIC X(01)   VALUE 'N'.
           88 GERAR-CSV        VALUE 'S'.

      * Competencia pedida e janela de 12 meses que termina nela. Os
      * meses sao numerados em sequencia absoluta (ano * 12 + mes - 1)
      * para que a virada de ano nao precise de tratamento a parte.
       01 WRK-HCT-COMPETENCIA.
           02 WRK-HCT-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-HCT-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-HCT-COMP-NUM REDEFINES WRK-HCT-COMPETENCIA PIC 9(06).
       77 WRK-HCT-BASE         PIC 9(06)   VALUE ZEROS.
       77 WRK-HCT-ABS          PIC 9(06)   VALUE ZEROS.
       77 WRK-HCT-RESTO        PIC 9(02)   VALUE ZEROS.
       01 WRK-TAB-JANELA.
           02 WRK-JAN-ENTRADA OCCURS 12 TIMES.
               03 WRK-JAN-PERIODO   PIC 9(06) VALUE ZEROS.
               03 WRK-JAN-ABS       PIC 9(06) VALUE ZEROS.
       77 WRK-JAN-LOOP         PIC 9(02)   VALUE ZEROS.
       01 WRK-JAN-PER-AUX.
           02 WRK-JAN-PER-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-JAN-PER-MES  PIC 9(02)   VALUE ZEROS.
       01 WRK-JAN-PER-NUM REDEFINES WRK-JAN-PER-AUX PIC 9(06).

      * Vinculo do empregado lido, reduzido a competencias. Admissao
      * em branco (registro anterior ao campo) vale como anterior a
      * janela e fica fora do tempo medio; desligado sem data (antes
      * do campo de desligamento) vale como saido antes da janela.
       77 WRK-HCT-ADM-PER      PIC 9(06)   VALUE ZEROS.
       77 WRK-HCT-ADM-ABS      PIC 9(06)   VALUE ZEROS.
       77 WRK-HCT-DES-PER      PIC 9(06)   VALUE ZEROS.
       77 WRK-HCT-ADM-CONHECIDA PIC X(01)  VALUE 'N'.
           88 ADMISSAO-CONHECIDA VALUE 'S'.

      * Quadro por centro de custo e mes da janela, acumulado numa
      * passada unica do master.
       01 WRK-TAB-HEADCOUNT.
           02 WRK-HCT-ENTRADA OCCURS 50 TIMES INDEXED BY WRK-HCT-IDX.
               03 WRK-HCT-CENTRO    PIC X(04)     VALUE SPACES.
               03 WRK-HCT-MES OCCURS 12 TIMES.
                   04 WRK-HCT-INICIAL   PIC 9(05) VALUE ZEROS.
                   04 WRK-HCT-ADMISSOES PIC 9(05) VALUE ZEROS.
                   04 WRK-HCT-DESLIGADOS PIC 9(05) VALUE ZEROS.
                   04 WRK-HCT-MESES-CASA PIC 9(07) VALUE ZEROS.
                   04 WRK-HCT-QTD-CASA  PIC 9(05) VALUE ZEROS.
       77 WRK-HCT-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-HCT-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-HCT-ACHOU        PIC X(01)   VALUE 'N'.
           88 CENTRO-ACHADO    VALUE 'S'.
       77 WRK-HCT-IGNORADOS    PIC 9(06)   VALUE ZEROS.

      * Linha do relatorio (centro ou total) e totais da empresa.
       77 WRK-LIN-INICIAL      PIC 9(06)   VALUE ZEROS.
       77 WRK-LIN-ADMISSOES    PIC 9(06)   VALUE ZEROS.
       77 WRK-LIN-DESLIGADOS   PIC 9(06)   VALUE ZEROS.
       77 WRK-LIN-FINAL        PIC S9(06)  VALUE ZEROS.
       77 WRK-LIN-MESES-CASA   PIC 9(08)   VALUE ZEROS.
       77 WRK-LIN-QTD-CASA     PIC 9(06)   VALUE ZEROS.
       77 WRK-LIN-ROTATIVIDADE PIC 9(05)V99 VALUE ZEROS.
       77 WRK-LIN-TEMPO-MEDIO  PIC 9(05)V9 VALUE ZEROS.
       77 WRK-LIN-DESCRICAO    PIC X(30)   VALUE SPACES.
       77 WRK-TOT-INICIAL      PIC 9(06)   VALUE ZEROS.
       77 WRK-TOT-ADMISSOES    PIC 9(06)   VALUE ZEROS.
       77 WRK-TOT-DESLIGADOS   PIC 9(06)   VALUE ZEROS.
       77 WRK-TOT-MESES-CASA   PIC 9(08)   VALUE ZEROS.
       77 WRK-TOT-QTD-CASA     PIC 9(06)   VALUE ZEROS.

      * Campos editados.
       77 WRK-INICIAL-ED       PIC ZZZ.ZZ9         VALUE ZEROS.
       77 WRK-ADMISSOES-ED     PIC ZZZ.ZZ9         VALUE ZEROS.
       77 WRK-DESLIGADOS-ED    PIC ZZZ.ZZ9         VALUE ZEROS.
       77 WRK-FINAL-ED         PIC -ZZZ.ZZ9        VALUE ZEROS.
       77 WRK-ROTATIVIDADE-ED  PIC ZZ.ZZ9,99       VALUE ZEROS.
       77 WRK-TEMPO-MEDIO-ED   PIC ZZ.ZZ9,9        VALUE ZEROS.
       77 WRK-COMPETENCIA-ED   PIC 9999/99         VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'empws.cpy'.
           COPY 'ccuws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB100' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           ACCEPT WRK-HCT-COMPETENCIA.
           DISPLAY 'GERAR ARQUIVO CSV (S/N):'.
           ACCEPT WRK-GERAR-CSV.
           IF WRK-HCT-COMP-NUM NOT NUMERIC
              OR WRK-HCT-COMP-ANO = ZEROS
              OR WRK-HCT-COMP-MES < 1 OR WRK-HCT-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0100-MONTAR-JANELA
               PERFORM 0200-ACUMULAR-EMPREGADOS
               PERFORM 0400-EMITIR-QUADRO-CENTROS
               PERFORM 0500-EMITIR-TENDENCIA
               IF GERAR-CSV
                   PERFORM 0600-GRAVAR-CSV
               END-IF
               PERFORM 0900-FINALIZAR
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-MONTAR-JANELA.
      * Mes 12 da janela e a competencia pedida; o mes 1 e onze
      * meses antes dela.
           COMPUTE WRK-HCT-BASE =
               WRK-HCT-COMP-ANO * 12 + WRK-HCT-COMP-MES - 1.
           PERFORM VARYING WRK-JAN-LOOP FROM 1 BY 1
                   UNTIL WRK-JAN-LOOP > 12
               COMPUTE WRK-HCT-ABS = WRK-HCT-BASE - 12 + WRK-JAN-LOOP
               DIVIDE WRK-HCT-ABS BY 12 GIVING WRK-JAN-PER-ANO
                   REMAINDER WRK-HCT-RESTO
               COMPUTE WRK-JAN-PER-MES = WRK-HCT-RESTO + 1
               MOVE WRK-JAN-PER-NUM TO WRK-JAN-PERIODO(WRK-JAN-LOOP)
               MOVE WRK-HCT-ABS     TO WRK-JAN-ABS(WRK-JAN-LOOP)
           END-PERFORM.

       0200-ACUMULAR-EMPREGADOS.
           MOVE ZEROS TO WRK-HCT-USADAS WRK-HCT-IGNORADOS.
           MOVE 'N'   TO WRK-EOF-EMP.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS = '00'
               PERFORM UNTIL FIM-EMP
                   READ ARQ-EMPREGADOS NEXT RECORD
                       AT END
                           SET FIM-EMP TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                           PERFORM 0250-ACUMULAR-UM-EMPREGADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMPREGADOS
           ELSE
               DISPLAY 'NENHUM EMPREGADO CADASTRADO'
           END-IF.

       0250-ACUMULAR-UM-EMPREGADO.
           MOVE 'N' TO WRK-HCT-ADM-CONHECIDA.
           MOVE ZEROS TO WRK-HCT-ADM-PER WRK-HCT-ADM-ABS.
           IF EMP-DATA-ADMISSAO NUMERIC
              AND EMP-DATA-ADMISSAO > ZEROS
               MOVE EMP-DATA-ADMISSAO(1:6) TO WRK-HCT-ADM-PER
               MOVE EMP-DATA-ADMISSAO(1:4) TO WRK-JAN-PER-ANO
               MOVE EMP-DATA-ADMISSAO(5:2) TO WRK-JAN-PER-MES
               COMPUTE WRK-HCT-ADM-ABS =
                   WRK-JAN-PER-ANO * 12 + WRK-JAN-PER-MES - 1
               SET ADMISSAO-CONHECIDA TO TRUE
           END-IF.
           IF EMP-SITUACAO = 'D'
               IF EMP-DATA-DESLIGAMENTO NUMERIC
                  AND EMP-DATA-DESLIGAMENTO > ZEROS
                   MOVE EMP-DATA-DESLIGAMENTO(1:6) TO WRK-HCT-DES-PER
               ELSE
                   MOVE ZEROS TO WRK-HCT-DES-PER
               END-IF
           ELSE
               MOVE 999999 TO WRK-HCT-DES-PER
           END-IF.
      * Desligado antes da janela nao entra em nenhum mes dela - nem
      * abre linha de centro.
           IF WRK-HCT-DES-PER NOT < WRK-JAN-PERIODO(1)
               PERFORM 0260-LOCALIZAR-CENTRO
               IF CENTRO-ACHADO
                   PERFORM VARYING WRK-JAN-LOOP FROM 1 BY 1
                           UNTIL WRK-JAN-LOOP > 12
                       PERFORM 0270-ACUMULAR-UM-MES
                   END-PERFORM
               ELSE
                   ADD 1 TO WRK-HCT-IGNORADOS
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               END-IF
           END-IF.

       0260-LOCALIZAR-CENTRO.
           MOVE 'N' TO WRK-HCT-ACHOU.
           IF WRK-HCT-USADAS > 0
               SET WRK-HCT-IDX TO 1
               SEARCH WRK-HCT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-HCT-CENTRO(WRK-HCT-IDX) = EMP-CENTRO-CUSTO
                       SET CENTRO-ACHADO TO TRUE
               END-SEARCH
           END-IF.
           IF NOT CENTRO-ACHADO
               IF WRK-HCT-USADAS < 50
                   ADD 1 TO WRK-HCT-USADAS
                   SET WRK-HCT-IDX TO WRK-HCT-USADAS
                   MOVE EMP-CENTRO-CUSTO TO WRK-HCT-CENTRO(WRK-HCT-IDX)
                   SET CENTRO-ACHADO TO TRUE
               END-IF
           END-IF.

       0270-ACUMULAR-UM-MES.
      * Quadro inicial: admitido antes do mes e ainda nao desligado
      * ao abrir o mes (o desligado no proprio mes conta no inicial e
      * no desligamento). O tempo de casa e medido no fim do mes para
      * quem permanece no quadro.
           IF WRK-HCT-ADM-PER < WRK-JAN-PERIODO(WRK-JAN-LOOP)
              AND WRK-HCT-DES-PER NOT < WRK-JAN-PERIODO(WRK-JAN-LOOP)
               ADD 1 TO WRK-HCT-INICIAL(WRK-HCT-IDX, WRK-JAN-LOOP)
           END-IF.
           IF WRK-HCT-ADM-PER = WRK-JAN-PERIODO(WRK-JAN-LOOP)
               ADD 1 TO WRK-HCT-ADMISSOES(WRK-HCT-IDX, WRK-JAN-LOOP)
           END-IF.
           IF WRK-HCT-DES-PER = WRK-JAN-PERIODO(WRK-JAN-LOOP)
               ADD 1 TO WRK-HCT-DESLIGADOS(WRK-HCT-IDX, WRK-JAN-LOOP)
           END-IF.
           IF ADMISSAO-CONHECIDA
              AND WRK-HCT-ADM-PER NOT > WRK-JAN-PERIODO(WRK-JAN-LOOP)
              AND WRK-HCT-DES-PER > WRK-JAN-PERIODO(WRK-JAN-LOOP)
               COMPUTE WRK-HCT-MESES-CASA(WRK-HCT-IDX, WRK-JAN-LOOP) =
                   WRK-HCT-MESES-CASA(WRK-HCT-IDX, WRK-JAN-LOOP)
                   + WRK-JAN-ABS(WRK-JAN-LOOP) - WRK-HCT-ADM-ABS
               ADD 1 TO WRK-HCT-QTD-CASA(WRK-HCT-IDX, WRK-JAN-LOOP)
           END-IF.

       0300-CALCULAR-LINHA.
      * Quadro final = inicial + admissoes - desligamentos.
      * Rotatividade = media de admissoes e desligamentos sobre o
      * quadro medio do mes, em percentual.
           COMPUTE WRK-LIN-FINAL = WRK-LIN-INICIAL + WRK-LIN-ADMISSOES
               - WRK-LIN-DESLIGADOS.
           IF WRK-LIN-INICIAL + WRK-LIN-FINAL > ZEROS
               COMPUTE WRK-LIN-ROTATIVIDADE ROUNDED =
                   (WRK-LIN-ADMISSOES + WRK-LIN-DESLIGADOS) * 100
                   / (WRK-LIN-INICIAL + WRK-LIN-FINAL)
           ELSE
               MOVE ZEROS TO WRK-LIN-ROTATIVIDADE
           END-IF.
           IF WRK-LIN-QTD-CASA > ZEROS
               COMPUTE WRK-LIN-TEMPO-MEDIO ROUNDED =
                   WRK-LIN-MESES-CASA / WRK-LIN-QTD-CASA
           ELSE
               MOVE ZEROS TO WRK-LIN-TEMPO-MEDIO
           END-IF.
           MOVE WRK-LIN-INICIAL      TO WRK-INICIAL-ED.
           MOVE WRK-LIN-ADMISSOES    TO WRK-ADMISSOES-ED.
           MOVE WRK-LIN-DESLIGADOS   TO WRK-DESLIGADOS-ED.
           MOVE WRK-LIN-FINAL        TO WRK-FINAL-ED.
           MOVE WRK-LIN-ROTATIVIDADE TO WRK-ROTATIVIDADE-ED.
           MOVE WRK-LIN-TEMPO-MEDIO  TO WRK-TEMPO-MEDIO-ED.

       0350-CARREGAR-LINHA-CENTRO.
           MOVE WRK-HCT-INICIAL(WRK-HCT-LOOP, WRK-JAN-LOOP)
               TO WRK-LIN-INICIAL.
           MOVE WRK-HCT-ADMISSOES(WRK-HCT-LOOP, WRK-JAN-LOOP)
               TO WRK-LIN-ADMISSOES.
           MOVE WRK-HCT-DESLIGADOS(WRK-HCT-LOOP, WRK-JAN-LOOP)
               TO WRK-LIN-DESLIGADOS.
           MOVE WRK-HCT-MESES-CASA(WRK-HCT-LOOP, WRK-JAN-LOOP)
               TO WRK-LIN-MESES-CASA.
           MOVE WRK-HCT-QTD-CASA(WRK-HCT-LOOP, WRK-JAN-LOOP)
               TO WRK-LIN-QTD-CASA.
           PERFORM 0300-CALCULAR-LINHA.

       0400-EMITIR-QUADRO-CENTROS.
           MOVE 'PROGCOB100' TO WRK-REP-PROGRAMA.
           MOVE 'HEADCOUNT E ROTATIVIDADE POR CENTRO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE WRK-HCT-COMP-NUM TO WRK-COMPETENCIA-ED.
           DISPLAY 'COMPETENCIA: ' WRK-COMPETENCIA-ED.
           DISPLAY 'CENTRO DESCRICAO                      INICIAL  '
               'ADMIS.  DESLIG.    FINAL  ROTAT.%  CASA(MESES)'.
           MOVE ZEROS TO WRK-TOT-INICIAL WRK-TOT-ADMISSOES
                         WRK-TOT-DESLIGADOS WRK-TOT-MESES-CASA
                         WRK-TOT-QTD-CASA.
           MOVE 12 TO WRK-JAN-LOOP.
           OPEN INPUT ARQ-CENTRO-CUSTO.
           PERFORM VARYING WRK-HCT-LOOP FROM 1 BY 1
                   UNTIL WRK-HCT-LOOP > WRK-HCT-USADAS
               PERFORM 0350-CARREGAR-LINHA-CENTRO
               PERFORM 0450-DESCREVER-CENTRO
               DISPLAY WRK-HCT-CENTRO(WRK-HCT-LOOP) '   '
                   WRK-LIN-DESCRICAO ' ' WRK-INICIAL-ED ' '
                   WRK-ADMISSOES-ED ' ' WRK-DESLIGADOS-ED ' '
                   WRK-FINAL-ED ' ' WRK-ROTATIVIDADE-ED ' '
                   WRK-TEMPO-MEDIO-ED
               ADD WRK-LIN-INICIAL    TO WRK-TOT-INICIAL
               ADD WRK-LIN-ADMISSOES  TO WRK-TOT-ADMISSOES
               ADD WRK-LIN-DESLIGADOS TO WRK-TOT-DESLIGADOS
               ADD WRK-LIN-MESES-CASA TO WRK-TOT-MESES-CASA
               ADD WRK-LIN-QTD-CASA   TO WRK-TOT-QTD-CASA
           END-PERFORM.
           IF WRK-FS-CCUSTO = '00'
               CLOSE ARQ-CENTRO-CUSTO
           END-IF.
           MOVE WRK-TOT-INICIAL    TO WRK-LIN-INICIAL.
           MOVE WRK-TOT-ADMISSOES  TO WRK-LIN-ADMISSOES.
           MOVE WRK-TOT-DESLIGADOS TO WRK-LIN-DESLIGADOS.
           MOVE WRK-TOT-MESES-CASA TO WRK-LIN-MESES-CASA.
           MOVE WRK-TOT-QTD-CASA   TO WRK-LIN-QTD-CASA.
           PERFORM 0300-CALCULAR-LINHA.
           DISPLAY '-------------------------------------'.
           DISPLAY 'TOTAL  EMPRESA                        '
               WRK-INICIAL-ED ' ' WRK-ADMISSOES-ED ' '
               WRK-DESLIGADOS-ED ' ' WRK-FINAL-ED ' '
               WRK-ROTATIVIDADE-ED ' ' WRK-TEMPO-MEDIO-ED.
           IF WRK-HCT-IGNORADOS > ZEROS
               DISPLAY 'EMPREGADOS FORA DO QUADRO (LIMITE DE 50 '
                   'CENTROS): ' WRK-HCT-IGNORADOS
           END-IF.

       0450-DESCREVER-CENTRO.
           MOVE 'CENTRO NAO CADASTRADO' TO WRK-LIN-DESCRICAO.
           IF WRK-FS-CCUSTO = '00'
               MOVE WRK-HCT-CENTRO(WRK-HCT-LOOP) TO CCU-CODIGO
               READ ARQ-CENTRO-CUSTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CCU-DESCRICAO TO WRK-LIN-DESCRICAO
               END-READ
           END-IF.

       0500-EMITIR-TENDENCIA.
      * Tendencia dos 12 meses da janela com os totais da empresa.
           DISPLAY ' '.
           DISPLAY '======== TENDENCIA - ULTIMOS 12 MESES ========'.
           DISPLAY 'COMPET.  INICIAL  ADMIS.  DESLIG.    FINAL  '
               'ROTAT.%  CASA(MESES)'.
           PERFORM VARYING WRK-JAN-LOOP FROM 1 BY 1
                   UNTIL WRK-JAN-LOOP > 12
               PERFORM 0550-SOMAR-MES-EMPRESA
               PERFORM 0300-CALCULAR-LINHA
               MOVE WRK-JAN-PERIODO(WRK-JAN-LOOP) TO WRK-COMPETENCIA-ED
               DISPLAY WRK-COMPETENCIA-ED ' ' WRK-INICIAL-ED ' '
                   WRK-ADMISSOES-ED ' ' WRK-DESLIGADOS-ED ' '
                   WRK-FINAL-ED ' ' WRK-ROTATIVIDADE-ED ' '
                   WRK-TEMPO-MEDIO-ED
           END-PERFORM.

       0550-SOMAR-MES-EMPRESA.
           MOVE ZEROS TO WRK-LIN-INICIAL WRK-LIN-ADMISSOES
                         WRK-LIN-DESLIGADOS WRK-LIN-MESES-CASA
                         WRK-LIN-QTD-CASA.
           PERFORM VARYING WRK-HCT-LOOP FROM 1 BY 1
                   UNTIL WRK-HCT-LOOP > WRK-HCT-USADAS
               ADD WRK-HCT-INICIAL(WRK-HCT-LOOP, WRK-JAN-LOOP)
                   TO WRK-LIN-INICIAL
               ADD WRK-HCT-ADMISSOES(WRK-HCT-LOOP, WRK-JAN-LOOP)
                   TO WRK-LIN-ADMISSOES
               ADD WRK-HCT-DESLIGADOS(WRK-HCT-LOOP, WRK-JAN-LOOP)
                   TO WRK-LIN-DESLIGADOS
               ADD WRK-HCT-MESES-CASA(WRK-HCT-LOOP, WRK-JAN-LOOP)
                   TO WRK-LIN-MESES-CASA
               ADD WRK-HCT-QTD-CASA(WRK-HCT-LOOP, WRK-JAN-LOOP)
                   TO WRK-LIN-QTD-CASA
           END-PERFORM.

       0600-GRAVAR-CSV.
           OPEN OUTPUT ARQ-HEADCOUNT-CSV.
           STRING 'COMPETENCIA;CENTRO;INICIAL;ADMISSOES;'
                  'DESLIGAMENTOS;FINAL;ROTATIVIDADE;TEMPO_MEDIO_MESES'
               DELIMITED BY SIZE INTO REG-HEADCOUNT-CSV
           END-STRING.
           WRITE REG-HEADCOUNT-CSV.
           PERFORM VARYING WRK-JAN-LOOP FROM 1 BY 1
                   UNTIL WRK-JAN-LOOP > 12
               PERFORM VARYING WRK-HCT-LOOP FROM 1 BY 1
                       UNTIL WRK-HCT-LOOP > WRK-HCT-USADAS
                   PERFORM 0350-CARREGAR-LINHA-CENTRO
                   PERFORM 0650-GRAVAR-LINHA-CSV
               END-PERFORM
           END-PERFORM.
           CLOSE ARQ-HEADCOUNT-CSV.
           DISPLAY 'ARQUIVO HEADCOUNT.CSV GERADO'.

       0650-GRAVAR-LINHA-CSV.
           MOVE SPACES TO REG-HEADCOUNT-CSV.
           STRING
               WRK-JAN-PERIODO(WRK-JAN-LOOP) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-HCT-CENTRO(WRK-HCT-LOOP) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-INICIAL-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-ADMISSOES-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-DESLIGADOS-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-FINAL-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-ROTATIVIDADE-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-TEMPO-MEDIO-ED) DELIMITED BY SIZE
               INTO REG-HEADCOUNT-CSV
           END-STRING.
           WRITE REG-HEADCOUNT-CSV.

       0900-FINALIZAR.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB100'      TO WRK-AUD-PROGRAMA.
           MOVE 'HEADCOUNT'       TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-HCT-COMP-NUM  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-TOT-INICIAL   TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB100.
