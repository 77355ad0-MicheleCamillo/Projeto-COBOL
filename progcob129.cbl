      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Informe anual de pagamentos de mensalidades - por
      *          responsavel do RESPONSAVEL.DAT (irmaos juntos pelo
      *          CPF ou, sem CPF, pelo nome), lista de cada filho as
      *          competencias do ano com valor cobrado, desconto,
      *          valor pago, data do pagamento, multa e juros
      *          (MENSALIDADE.DAT) e fecha com quitacao do ano ou
      *          com os meses ainda em aberto; serve de declaracao
      *          de quitacao e de comprovante para o imposto de renda
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB129.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'alusel.cpy'.
            COPY 'rspsel.cpy'.
            COPY 'mensel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'rspfd.cpy'.
           COPY 'menfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RESPONSAVEIS  PIC X(02)   VALUE '00'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.
       77 WRK-EOF-RSP          PIC X(01)   VALUE 'N'.
           88 FIM-RESPONSAVEIS VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-ANO-INFORME      PIC 9(04)   VALUE ZEROS.
       77 WRK-MES              PIC 9(02)   VALUE ZEROS.
       77 WRK-QTD-INFORMES     PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-SEM-COBRANCA PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-QUITADOS     PIC 9(05)   VALUE ZEROS.

      * Responsaveis do informe - um por CPF (ou nome, sem CPF),
      * com os filhos apontando para a sua entrada.
       77 WRK-RSP-CHAVE        PIC X(31)   VALUE SPACES.
       01 WRK-TAB-RESPONSAVEIS.
           02 WRK-TRS-ENTRADA OCCURS 300 TIMES INDEXED BY WRK-TRS-IDX.
               03 WRK-TRS-CHAVE      PIC X(31)   VALUE SPACES.
               03 WRK-TRS-NOME       PIC X(30)   VALUE SPACES.
               03 WRK-TRS-ENDERECO   PIC X(30)   VALUE SPACES.
               03 WRK-TRS-CPF        PIC X(11)   VALUE SPACES.
       77 WRK-TRS-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-TRS-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-TRS-ACHOU        PIC X(01)   VALUE 'N'.
           88 RESPONSAVEL-NA-TABELA VALUE 'S'.

       01 WRK-TAB-FILHOS.
           02 WRK-TFL-ENTRADA OCCURS 600 TIMES.
               03 WRK-TFL-MATRICULA  PIC X(06)   VALUE SPACES.
               03 WRK-TFL-RESP       PIC 9(03)   VALUE ZEROS.
       77 WRK-TFL-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-TFL-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-TFL-NOME         PIC X(30)   VALUE SPACES.
       77 WRK-TFL-TURMA        PIC X(06)   VALUE SPACES.

      * Competencias em aberto do responsavel no ano.
       01 WRK-TAB-ABERTOS.
           02 WRK-TAB-ENTRADA OCCURS 60 TIMES.
               03 WRK-TAB-MATRICULA  PIC X(06)   VALUE SPACES.
               03 WRK-TAB-COMPET     PIC 9(06)   VALUE ZEROS.
               03 WRK-TAB-VENC       PIC 9(08)   VALUE ZEROS.
               03 WRK-TAB-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TAB-USADAS       PIC 9(02)   VALUE ZEROS.
       77 WRK-TAB-LOOP         PIC 9(02)   VALUE ZEROS.

      * Totais do responsavel no ano.
       77 WRK-INF-COMPET       PIC 9(03)   VALUE ZEROS.
       77 WRK-INF-BRUTO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOT-COBRADO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PAGO         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-MULTA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO       PIC 9(07)V99 VALUE ZEROS.

       77 WRK-VAL-ED           PIC ZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-DSC-ED           PIC ZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-PAG-ED           PIC ZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-MUL-ED           PIC Z.ZZ9,99    VALUE ZEROS.
       77 WRK-JUR-ED           PIC Z.ZZ9,99    VALUE ZEROS.
       77 WRK-TOT-ED           PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-DATA-PAG-ED      PIC X(10)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB129' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      * Rodado na virada do ano - o padrao e o ano que acabou.
           DISPLAY 'ANO DO INFORME (AAAA, BRANCO = ANO ANTERIOR):'.
           ACCEPT WRK-ANO-INFORME.
           IF WRK-ANO-INFORME = ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-INFORME
               SUBTRACT 1 FROM WRK-ANO-INFORME
           END-IF.
           PERFORM 0100-CARREGAR-RESPONSAVEIS.
           IF WRK-TRS-USADAS = ZEROS
               DISPLAY 'NENHUM RESPONSAVEL CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM VARYING WRK-TRS-LOOP FROM 1 BY 1
                       UNTIL WRK-TRS-LOOP > WRK-TRS-USADAS
                   PERFORM 0300-EMITIR-INFORME
               END-PERFORM
           END-IF.
           DISPLAY ' '.
           DISPLAY 'INFORMES EMITIDOS: ' WRK-QTD-INFORMES
               '  QUITADOS: ' WRK-QTD-QUITADOS
               '  SEM COBRANCA NO ANO: ' WRK-QTD-SEM-COBRANCA.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB129'      TO WRK-AUD-PROGRAMA.
           MOVE 'INFORME-ANUAL'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-ANO-INFORME   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-INFORMES  TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-CARREGAR-RESPONSAVEIS.
           MOVE ZEROS TO WRK-TRS-USADAS WRK-TFL-USADAS.
           MOVE 'N'   TO WRK-EOF-RSP.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF WRK-FS-RESPONSAVEIS = '00'
               PERFORM UNTIL FIM-RESPONSAVEIS
                   READ ARQ-RESPONSAVEIS NEXT RECORD
                       AT END
                           SET FIM-RESPONSAVEIS TO TRUE
                       NOT AT END
                           PERFORM 0150-AGRUPAR-RESPONSAVEL
                   END-READ
               END-PERFORM
               CLOSE ARQ-RESPONSAVEIS
           END-IF.

       0150-AGRUPAR-RESPONSAVEL.
      * Mesmo CPF (ou, sem CPF, mesmo nome) e o mesmo responsavel:
      * os irmaos saem no mesmo informe.
           IF RSP-CPF NOT = SPACES
               MOVE 'C'     TO WRK-RSP-CHAVE(1:1)
               MOVE RSP-CPF TO WRK-RSP-CHAVE(2:30)
           ELSE
               MOVE 'N'      TO WRK-RSP-CHAVE(1:1)
               MOVE RSP-NOME TO WRK-RSP-CHAVE(2:30)
           END-IF.
           MOVE 'N' TO WRK-TRS-ACHOU.
           IF WRK-TRS-USADAS > 0
               SET WRK-TRS-IDX TO 1
               SEARCH WRK-TRS-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-TRS-CHAVE(WRK-TRS-IDX) = WRK-RSP-CHAVE
                       SET RESPONSAVEL-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TFL-USADAS NOT < 600
                OR (NOT RESPONSAVEL-NA-TABELA
                    AND WRK-TRS-USADAS NOT < 300)
                   MOVE 'PROGCOB129' TO EXC-PROGRAMA
                   MOVE 'TABELA DO INFORME CHEIA - ALUNO FORA'
                       TO EXC-MENSAGEM
                   MOVE REG-RESPONSAVEL(1:60) TO EXC-DADO
                   PERFORM 9700-GRAVAR-EXCECAO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   IF NOT RESPONSAVEL-NA-TABELA
                       ADD 1 TO WRK-TRS-USADAS
                       SET WRK-TRS-IDX TO WRK-TRS-USADAS
                       MOVE WRK-RSP-CHAVE
                           TO WRK-TRS-CHAVE(WRK-TRS-IDX)
                       MOVE RSP-NOME TO WRK-TRS-NOME(WRK-TRS-IDX)
                       MOVE RSP-ENDERECO
                           TO WRK-TRS-ENDERECO(WRK-TRS-IDX)
                       MOVE RSP-CPF  TO WRK-TRS-CPF(WRK-TRS-IDX)
                   END-IF
                   ADD 1 TO WRK-TFL-USADAS
                   MOVE RSP-MATRICULA
                       TO WRK-TFL-MATRICULA(WRK-TFL-USADAS)
                   SET WRK-TFL-RESP(WRK-TFL-USADAS) TO WRK-TRS-IDX
           END-EVALUATE.

       0300-EMITIR-INFORME.
      * Sem nenhuma competencia cobrada no ano o responsavel nao
      * recebe informe.
           MOVE ZEROS TO WRK-INF-COMPET WRK-TAB-USADAS
                         WRK-TOT-COBRADO WRK-TOT-DESCONTO
                         WRK-TOT-PAGO WRK-TOT-MULTA WRK-TOT-JUROS
                         WRK-TOT-ABERTO.
           PERFORM 0310-CONTAR-COMPETENCIAS.
           IF WRK-INF-COMPET = ZEROS
               ADD 1 TO WRK-QTD-SEM-COBRANCA
           ELSE
               MOVE 'PROGCOB129' TO WRK-REP-PROGRAMA
               MOVE 'INFORME ANUAL DE PAGAMENTOS' TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'ANO-BASE: ' WRK-ANO-INFORME
               DISPLAY 'RESPONSAVEL: ' WRK-TRS-NOME(WRK-TRS-LOOP)
                   '  CPF: ' WRK-TRS-CPF(WRK-TRS-LOOP)
               DISPLAY 'ENDERECO: ' WRK-TRS-ENDERECO(WRK-TRS-LOOP)
               OPEN INPUT ARQ-MENSALIDADES
               PERFORM VARYING WRK-TFL-LOOP FROM 1 BY 1
                       UNTIL WRK-TFL-LOOP > WRK-TFL-USADAS
                   IF WRK-TFL-RESP(WRK-TFL-LOOP) = WRK-TRS-LOOP
                       PERFORM 0400-LISTAR-FILHO
                   END-IF
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
               PERFORM 0600-FECHAR-INFORME
               ADD 1 TO WRK-QTD-INFORMES WRK-RUN-QTD-LIDOS
           END-IF.

       0310-CONTAR-COMPETENCIAS.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WRK-FS-MENSALIDADES = '00'
               PERFORM VARYING WRK-TFL-LOOP FROM 1 BY 1
                       UNTIL WRK-TFL-LOOP > WRK-TFL-USADAS
                   IF WRK-TFL-RESP(WRK-TFL-LOOP) = WRK-TRS-LOOP
                       PERFORM VARYING WRK-MES FROM 1 BY 1
                               UNTIL WRK-MES > 12
                           PERFORM 0320-LER-COMPETENCIA
                           IF WRK-FS-MENSALIDADES = '00'
                               ADD 1 TO WRK-INF-COMPET
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       0320-LER-COMPETENCIA.
           MOVE WRK-TFL-MATRICULA(WRK-TFL-LOOP) TO MEN-MATRICULA.
           COMPUTE MEN-COMPETENCIA = WRK-ANO-INFORME * 100 + WRK-MES.
           READ ARQ-MENSALIDADES
               INVALID KEY
                   CONTINUE
           END-READ.

       0400-LISTAR-FILHO.
           MOVE SPACES TO WRK-TFL-NOME WRK-TFL-TURMA.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               MOVE WRK-TFL-MATRICULA(WRK-TFL-LOOP) TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-NOME  TO WRK-TFL-NOME
                       MOVE ALU-TURMA TO WRK-TFL-TURMA
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.
           DISPLAY ' '.
           DISPLAY 'ALUNO: ' WRK-TFL-MATRICULA(WRK-TFL-LOOP) ' '
               WRK-TFL-NOME ' TURMA ' WRK-TFL-TURMA.
           DISPLAY 'COMPET     COBRADO  DESCONTO      PAGO'
               ' DATA PAGTO    MULTA    JUROS'.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               PERFORM 0320-LER-COMPETENCIA
               IF WRK-FS-MENSALIDADES = '00'
                   PERFORM 0450-LISTAR-COMPETENCIA
               END-IF
           END-PERFORM.

       0450-LISTAR-COMPETENCIA.
      * Cobrado e o valor base (liquido + desconto); em aberto vai
      * para a lista do fechamento.
           COMPUTE WRK-INF-BRUTO = MEN-VALOR + MEN-DESCONTO.
           ADD WRK-INF-BRUTO  TO WRK-TOT-COBRADO.
           ADD MEN-DESCONTO   TO WRK-TOT-DESCONTO.
           ADD MEN-VALOR-PAGO TO WRK-TOT-PAGO.
           ADD MEN-MULTA      TO WRK-TOT-MULTA.
           ADD MEN-JUROS      TO WRK-TOT-JUROS.
           MOVE WRK-INF-BRUTO  TO WRK-VAL-ED.
           MOVE MEN-DESCONTO   TO WRK-DSC-ED.
           MOVE MEN-VALOR-PAGO TO WRK-PAG-ED.
           MOVE MEN-MULTA      TO WRK-MUL-ED.
           MOVE MEN-JUROS      TO WRK-JUR-ED.
           IF MEN-DATA-PAGAMENTO = ZEROS
               MOVE 'EM ABERTO' TO WRK-DATA-PAG-ED
               ADD MEN-VALOR TO WRK-TOT-ABERTO
               IF WRK-TAB-USADAS < 60
                   ADD 1 TO WRK-TAB-USADAS
                   MOVE MEN-MATRICULA
                       TO WRK-TAB-MATRICULA(WRK-TAB-USADAS)
                   MOVE MEN-COMPETENCIA
                       TO WRK-TAB-COMPET(WRK-TAB-USADAS)
                   MOVE MEN-VENCIMENTO
                       TO WRK-TAB-VENC(WRK-TAB-USADAS)
                   MOVE MEN-VALOR
                       TO WRK-TAB-VALOR(WRK-TAB-USADAS)
               END-IF
           ELSE
               MOVE SPACES TO WRK-DATA-PAG-ED
               MOVE MEN-DATA-PAGAMENTO(7:2) TO WRK-DATA-PAG-ED(1:2)
               MOVE '/'                     TO WRK-DATA-PAG-ED(3:1)
               MOVE MEN-DATA-PAGAMENTO(5:2) TO WRK-DATA-PAG-ED(4:2)
               MOVE '/'                     TO WRK-DATA-PAG-ED(6:1)
               MOVE MEN-DATA-PAGAMENTO(1:4) TO WRK-DATA-PAG-ED(7:4)
           END-IF.
           DISPLAY MEN-COMPETENCIA ' ' WRK-VAL-ED ' ' WRK-DSC-ED ' '
               WRK-PAG-ED ' ' WRK-DATA-PAG-ED ' ' WRK-MUL-ED ' '
               WRK-JUR-ED.

       0600-FECHAR-INFORME.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           MOVE WRK-TOT-COBRADO TO WRK-TOT-ED.
           DISPLAY 'TOTAL COBRADO NO ANO ......: ' WRK-TOT-ED.
           MOVE WRK-TOT-DESCONTO TO WRK-TOT-ED.
           DISPLAY 'TOTAL DE DESCONTOS ........: ' WRK-TOT-ED.
           MOVE WRK-TOT-MULTA TO WRK-TOT-ED.
           DISPLAY 'TOTAL DE MULTAS ...........: ' WRK-TOT-ED.
           MOVE WRK-TOT-JUROS TO WRK-TOT-ED.
           DISPLAY 'TOTAL DE JUROS ............: ' WRK-TOT-ED.
           MOVE WRK-TOT-PAGO TO WRK-TOT-ED.
           DISPLAY 'TOTAL PAGO NO ANO .........: ' WRK-TOT-ED.
           DISPLAY ' '.
           IF WRK-TAB-USADAS = ZEROS
               DISPLAY 'SITUACAO: QUITADO - TODAS AS MENSALIDADES DE '
                   WRK-ANO-INFORME ' ESTAO PAGAS'
               ADD 1 TO WRK-QTD-QUITADOS
           ELSE
               MOVE WRK-TOT-ABERTO TO WRK-TOT-ED
               DISPLAY 'SITUACAO: EM ABERTO - ' WRK-TAB-USADAS
                   ' MENSALIDADE(S), TOTAL ' WRK-TOT-ED
               DISPLAY 'MATRICULA COMPET VENCIMENTO     VALOR'
               PERFORM VARYING WRK-TAB-LOOP FROM 1 BY 1
                       UNTIL WRK-TAB-LOOP > WRK-TAB-USADAS
                   MOVE WRK-TAB-VALOR(WRK-TAB-LOOP) TO WRK-VAL-ED
                   DISPLAY WRK-TAB-MATRICULA(WRK-TAB-LOOP) '    '
                       WRK-TAB-COMPET(WRK-TAB-LOOP) ' '
                       WRK-TAB-VENC(WRK-TAB-LOOP) ' '
                       WRK-VAL-ED
               END-PERFORM
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
