            COPY 'empsel.cpy'.
            COPY 'pgssel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'ppgsel.cpy'.
            SELECT ARQ-REMESSA ASSIGN TO 'BANCOREM.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-REMESSA.
            SELECT ARQ-LIBERACAO ASSIGN TO 'REMLIBER.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-LIBERACAO.
      * Conferencia de anomalias da remessa: historico do liquido
      * pago por competencia, percentual de variacao configuravel,
      * anomalias apontadas na geracao e contas ja usadas na remessa
      * corrente (para achar duas matriculas na mesma conta).
            SELECT ARQ-LIQ-HIST ASSIGN TO 'LIQHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LQH-CHAVE
                FILE STATUS IS WRK-FS-LIQ-HIST.
            SELECT ARQ-ANOMALIA ASSIGN TO 'REMANOM.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ANO-CHAVE
                FILE STATUS IS WRK-FS-ANOMALIA.
            SELECT ARQ-CONTA-REM ASSIGN TO 'REMCONTA.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CRM-CONTA-CHAVE
                FILE STATUS IS WRK-FS-CONTA-REM.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'pgsfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'ppgfd.cpy'.

       FD  ARQ-REMESSA.
       01  REG-REM-HEADER.
           05 REMD-AGENCIA     PIC 9(04).
           05 REMD-CONTA       PIC 9(08).
           05 REMD-VALOR       PIC 9(10)V99.
      * Tipo '1' e o liquido do empregado; tipo '2' e o repasse de
      * pensao ao beneficiario, com a sequencia da ordem judicial -
      * o banco devolve os dois no retorno (PROGCOB055).
           05 REMD-SEQ         PIC 9(02).
       01  REG-REM-TRAILER.
           05 REMT-TIPO        PIC X(01).
           05 REMT-QTD         PIC 9(06).
           05 LIB-HASH         PIC 9(12)V99.
           05 LIB-SITUACAO     PIC X(01).

      * Liquido pago por matricula e competencia da remessa, com a
      * conta de credito - base da comparacao com o mes anterior.
       FD  ARQ-LIQ-HIST.
       01  REG-LIQ-HIST.
           05 LQH-CHAVE.
               10 LQH-MATRICULA    PIC X(06).
               10 LQH-COMPETENCIA  PIC 9(06).
           05 LQH-VALOR            PIC 9(06)V99.
           05 LQH-BANCO            PIC 9(03).
           05 LQH-AGENCIA          PIC 9(04).
           05 LQH-CONTA            PIC 9(08).

      * Uma linha por matricula e tipo de anomalia: V-variacao do
      * liquido acima do limite, Z-liquido zerado, N-conta nova,
      * D-conta usada por outra matricula. A liberacao fica presa
      * enquanto houver linha P (pendente) sem a ciencia (C) de um
      * supervisor.
       FD  ARQ-ANOMALIA.
       01  REG-ANOMALIA.
           05 ANO-CHAVE.
               10 ANO-MATRICULA    PIC X(06).
               10 ANO-TIPO         PIC X(01).
           05 ANO-NOME             PIC X(20).
           05 ANO-VALOR            PIC 9(06)V99.
           05 ANO-VALOR-ANT        PIC 9(06)V99.
           05 ANO-DESCRICAO        PIC X(40).
           05 ANO-SITUACAO         PIC X(01).
           05 ANO-USUARIO          PIC X(20).
           05 ANO-DATA-CIENCIA     PIC 9(08).

       FD  ARQ-CONTA-REM.
       01  REG-CONTA-REM.
           05 CRM-CONTA-CHAVE.
               10 CRM-BANCO        PIC 9(03).
               10 CRM-AGENCIA      PIC 9(04).
               10 CRM-CONTA        PIC 9(08).
           05 CRM-MATRICULA        PIC X(06).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 APROVA-REMESSA   VALUE 'S'.
       77 WRK-QTD-COPIADAS     PIC 9(06)   VALUE ZEROS.

      * Conferencia de anomalias: variacao maxima do liquido sobre o
      * mes anterior, em percentual, vigente no master de parametros
      * (REMCFG) na data da remessa - sem vigencia aprovada vale 30%;
      * sem nenhum liquido do mes anterior no LIQHIST.DAT (primeiro
      * mes do historico) nao ha conta nova a apontar.
       01  REG-CFG-ANOMALIA.
           05 CFG-PERC-VARIACAO    PIC 9(03)V99.
       77 WRK-FS-LIQ-HIST      PIC X(02)   VALUE '00'.
       77 WRK-FS-ANOMALIA      PIC X(02)   VALUE '00'.
       77 WRK-FS-CONTA-REM     PIC X(02)   VALUE '00'.
       77 WRK-EOF-ANOMALIA     PIC X(01)   VALUE 'N'.
           88 FIM-ANOMALIA     VALUE 'S'.
       77 WRK-ANO-PERC-LIMITE  PIC 9(03)V99 VALUE 30,00.
       77 WRK-ANO-PERC         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ANO-DIFERENCA    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ANO-QTD          PIC 9(06)   VALUE ZEROS.
       77 WRK-ANO-QTD-PEND     PIC 9(06)   VALUE ZEROS.
       77 WRK-ANO-HIST-ANT     PIC X(01)   VALUE 'N'.
           88 HISTORICO-ANTERIOR VALUE 'S'.
       77 WRK-EOF-LIQ-HIST     PIC X(01)   VALUE 'N'.
           88 FIM-LIQ-HIST     VALUE 'S'.
       77 WRK-ANO-ANT-ACHADO   PIC X(01)   VALUE 'N'.
           88 LIQUIDO-ANTERIOR-ACHADO VALUE 'S'.
       77 WRK-ANO-OUTRA-MATR   PIC X(06)   VALUE SPACES.
       77 WRK-ANO-CIENTE       PIC X(01)   VALUE 'N'.
           88 ANOMALIA-CIENTE  VALUE 'S'.
       77 WRK-ANO-DATA-HOJE    PIC 9(08)   VALUE ZEROS.
       01 WRK-ANO-COMP-ANT.
           02 WRK-ANO-ANT-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-ANO-ANT-MES  PIC 9(02)   VALUE ZEROS.
       01 WRK-ANO-COMP-ANT-NUM REDEFINES WRK-ANO-COMP-ANT PIC 9(06).
       01 WRK-ANO-ANT-DADOS.
           02 WRK-ANO-ANT-VALOR   PIC 9(06)V99 VALUE ZEROS.
           02 WRK-ANO-ANT-BANCO   PIC 9(03)   VALUE ZEROS.
           02 WRK-ANO-ANT-AGENCIA PIC 9(04)   VALUE ZEROS.
           02 WRK-ANO-ANT-CONTA   PIC 9(08)   VALUE ZEROS.
       77 WRK-ANO-VALOR-ED     PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ANO-ANT-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ANO-PERC-ED      PIC ZZZ9,99     VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'empws.cpy'.
           COPY 'pgsws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'palws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '1 - ATUALIZAR DADOS BANCARIOS DE EMPREGADO'.
           DISPLAY '2 - GERAR REMESSA (FICA RETIDA)'.
           DISPLAY '3 - LIBERAR REMESSA (SEGUNDO OPERADOR)'.
           DISPLAY '4 - CONFERIR ANOMALIAS DA REMESSA (SUPERVISOR)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.
                   PERFORM 0500-GERAR-REMESSA
               WHEN 3
                   PERFORM 0600-LIBERAR-REMESSA
               WHEN 4
                   PERFORM 0700-CONFERIR-ANOMALIAS
               WHEN ZERO
                   SET SAIR-REMESSA TO TRUE
               WHEN OTHER
               PERFORM 0540-GERAR-REMESSA-RETIDA
           END-IF.

       0520-LER-CFG-ANOMALIA.
           MOVE 'REMCFG'         TO WRK-PRM-CODIGO.
           MOVE SPACES           TO WRK-PRM-ARGUMENTO.
           MOVE WRK-DATA-REMESSA TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-ANOMALIA
               IF CFG-PERC-VARIACAO IS NUMERIC
                AND CFG-PERC-VARIACAO > ZEROS
                   MOVE CFG-PERC-VARIACAO TO WRK-ANO-PERC-LIMITE
               END-IF
           END-IF.

       0530-ABRIR-CONFERENCIA.
      * Anomalias e contas da remessa anterior sao descartadas - a
      * nova geracao aponta tudo de novo e exige nova ciencia.
           MOVE ZEROS TO WRK-ANO-QTD.
           MOVE 'N'   TO WRK-ANO-HIST-ANT.
           MOVE WRK-DATA-REMESSA(1:6) TO WRK-ANO-COMP-ANT-NUM.
           IF WRK-ANO-ANT-MES = 01
               MOVE 12 TO WRK-ANO-ANT-MES
               SUBTRACT 1 FROM WRK-ANO-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WRK-ANO-ANT-MES
           END-IF.
           OPEN OUTPUT ARQ-ANOMALIA.
           CLOSE ARQ-ANOMALIA.
           OPEN I-O ARQ-ANOMALIA.
           OPEN OUTPUT ARQ-CONTA-REM.
           CLOSE ARQ-CONTA-REM.
           OPEN I-O ARQ-CONTA-REM.
           OPEN I-O ARQ-LIQ-HIST.
           IF WRK-FS-LIQ-HIST = '35'
               OPEN OUTPUT ARQ-LIQ-HIST
               CLOSE ARQ-LIQ-HIST
               OPEN I-O ARQ-LIQ-HIST
           ELSE
               PERFORM 0535-PROCURAR-MES-ANTERIOR
           END-IF.

       0535-PROCURAR-MES-ANTERIOR.
           MOVE 'N' TO WRK-EOF-LIQ-HIST.
           PERFORM UNTIL FIM-LIQ-HIST
               READ ARQ-LIQ-HIST NEXT RECORD
                   AT END
                       SET FIM-LIQ-HIST TO TRUE
                   NOT AT END
                       IF LQH-COMPETENCIA = WRK-ANO-COMP-ANT-NUM
                           SET HISTORICO-ANTERIOR TO TRUE
                           SET FIM-LIQ-HIST TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       0540-GERAR-REMESSA-RETIDA.
           MOVE 'N'   TO WRK-EOF-EMP.
           MOVE ZEROS TO WRK-REM-QTD WRK-REM-HASH.
           IF WRK-FS-EMPREGADOS NOT = '00'
               DISPLAY 'NENHUM EMPREGADO CADASTRADO'
           ELSE
               PERFORM 0520-LER-CFG-ANOMALIA
               PERFORM 0530-ABRIR-CONFERENCIA
               OPEN OUTPUT ARQ-REMESSA-RETIDA
               MOVE '0'              TO REMH-TIPO
               MOVE WRK-DATA-REMESSA TO REMH-DATA
               WRITE REG-REM-RETIDA
               CLOSE ARQ-REMESSA-RETIDA
               CLOSE ARQ-EMPREGADOS
               CLOSE ARQ-LIQ-HIST
               CLOSE ARQ-CONTA-REM
               CLOSE ARQ-ANOMALIA
               PERFORM 0590-REGISTRAR-PENDENCIA
               PERFORM 0595-IMPRIMIR-ANOMALIAS
               MOVE WRK-REM-HASH TO WRK-REM-HASH-ED
               DISPLAY 'REMESSA RETIDA: ' WRK-REM-QTD
                   ' DETALHES, HASH ' WRK-REM-HASH-ED
       0560-GRAVAR-DETALHE-ATIVO.
      * Liquidado pelo retorno do banco dentro do mes da remessa
      * fica fora; pendente e rejeitado (ja corrigido ou nao pelo
      * PROGCOB023 opcao 1) entram de novo. O repasse de pensao tem
      * situacao propria e volta sozinho quando so ele foi rejeitado.
           PERFORM 0565-VERIFICAR-LIQUIDADO.
           IF PAGTO-LIQUIDADO-NO-MES
               CONTINUE
           ELSE
               PERFORM 0570-GRAVAR-DETALHE-PAGAVEL
           END-IF.
           PERFORM 0575-GRAVAR-DETALHE-PENSAO.

       0565-VERIFICAR-LIQUIDADO.
           MOVE 'N' TO WRK-PGS-LIQUIDADO.
               MOVE EMP-AGENCIA      TO REMD-AGENCIA
               MOVE EMP-CONTA        TO REMD-CONTA
               MOVE EMP-SALARIO-LIQ  TO REMD-VALOR
               MOVE ZEROS            TO REMD-SEQ
               MOVE REG-REM-DETALHE TO REG-REM-RETIDA
               WRITE REG-REM-RETIDA
               ADD 1                TO WRK-REM-QTD
               MOVE 'P'              TO PGS-SITUACAO
               MOVE SPACES           TO PGS-OCORRENCIA
               PERFORM 9546-GRAVAR-PAGTO-STATUS
               PERFORM 0582-CONFERIR-LIQUIDO
           END-IF.

       0575-GRAVAR-DETALHE-PENSAO.
      * Pensao alimenticia descontada na folha da competencia do
      * empregado (PROGCOB01): cada beneficiario recebe detalhe
      * proprio (tipo '2'), com a matricula do empregado, a
      * sequencia da ordem e os dados bancarios da ordem judicial,
      * e entra na quantidade e no hash do trailer. A situacao do
      * repasse fica na propria pensao paga (PPG-SITUACAO, baixada
      * pelo PROGCOB055) - o ja liquidado nao sai de novo.
           MOVE 'N' TO WRK-EOF-PENSAO-PAGA.
           OPEN INPUT ARQ-PENSAO-PAGA.
           IF WRK-FS-PENSAO-PAGA = '00'
               MOVE EMP-MATRICULA TO PPG-MATRICULA
               MOVE ZEROS         TO PPG-SEQ PPG-COMPETENCIA
               START ARQ-PENSAO-PAGA KEY IS NOT LESS THAN PPG-CHAVE
                   INVALID KEY
                       SET FIM-PENSAO-PAGA TO TRUE
               END-START
               PERFORM UNTIL FIM-PENSAO-PAGA
                   READ ARQ-PENSAO-PAGA NEXT RECORD
                       AT END
                           SET FIM-PENSAO-PAGA TO TRUE
                       NOT AT END
                           IF PPG-MATRICULA NOT = EMP-MATRICULA
                               SET FIM-PENSAO-PAGA TO TRUE
                           ELSE
                               IF PPG-COMPETENCIA
                                   = EMP-DATA-ULT-EXEC(1:6)
                                   AND PPG-VALOR > ZEROS
                                   AND PPG-SITUACAO NOT = 'L'
                                   PERFORM 0580-GRAVAR-BENEFICIARIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PENSAO-PAGA
           END-IF.

       0580-GRAVAR-BENEFICIARIO.
           IF PPG-BANCO = ZEROS OR PPG-CONTA = ZEROS
               MOVE 'PROGCOB023' TO EXC-PROGRAMA
               MOVE 'PENSIONISTA SEM DADOS BANCARIOS' TO EXC-MENSAGEM
               MOVE REG-PENSAO-PAGA(1:60) TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE '2'              TO REMD-TIPO
               MOVE PPG-MATRICULA    TO REMD-MATRICULA
               MOVE PPG-SEQ          TO REMD-SEQ
               MOVE PPG-BENEFICIARIO TO REMD-NOME
               MOVE PPG-BANCO        TO REMD-BANCO
               MOVE PPG-AGENCIA      TO REMD-AGENCIA
               MOVE PPG-CONTA        TO REMD-CONTA
               MOVE PPG-VALOR        TO REMD-VALOR
               MOVE REG-REM-DETALHE TO REG-REM-RETIDA
               WRITE REG-REM-RETIDA
               ADD 1                TO WRK-REM-QTD
               ADD PPG-VALOR        TO WRK-REM-HASH
           END-IF.

       0582-CONFERIR-LIQUIDO.
      * Compara o liquido e a conta com a remessa do mes anterior
      * (LIQHIST.DAT) e guarda o mes corrente - a regeracao no mesmo
      * mes so regrava a propria competencia. O liquido nao tem
      * sinal: o negativo chega zerado da folha (descontos limitados
      * ao liquido no PROGCOB01).
           MOVE 'N' TO WRK-ANO-ANT-ACHADO.
           MOVE EMP-MATRICULA        TO LQH-MATRICULA.
           MOVE WRK-ANO-COMP-ANT-NUM TO LQH-COMPETENCIA.
           READ ARQ-LIQ-HIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LIQUIDO-ANTERIOR-ACHADO TO TRUE
                   MOVE LQH-VALOR   TO WRK-ANO-ANT-VALOR
                   MOVE LQH-BANCO   TO WRK-ANO-ANT-BANCO
                   MOVE LQH-AGENCIA TO WRK-ANO-ANT-AGENCIA
                   MOVE LQH-CONTA   TO WRK-ANO-ANT-CONTA
           END-READ.
           MOVE EMP-MATRICULA         TO LQH-MATRICULA.
           MOVE WRK-DATA-REMESSA(1:6) TO LQH-COMPETENCIA.
           MOVE EMP-SALARIO-LIQ       TO LQH-VALOR.
           MOVE EMP-BANCO             TO LQH-BANCO.
           MOVE EMP-AGENCIA           TO LQH-AGENCIA.
           MOVE EMP-CONTA             TO LQH-CONTA.
           WRITE REG-LIQ-HIST
               INVALID KEY
                   REWRITE REG-LIQ-HIST
           END-WRITE.
           IF NOT LIQUIDO-ANTERIOR-ACHADO
               MOVE ZEROS TO WRK-ANO-ANT-DADOS
           END-IF.
           IF EMP-SALARIO-LIQ = ZEROS
               MOVE 'Z' TO ANO-TIPO
               MOVE 'LIQUIDO ZERADO OU NEGATIVO' TO ANO-DESCRICAO
               PERFORM 0585-GRAVAR-ANOMALIA
           END-IF.
           IF LIQUIDO-ANTERIOR-ACHADO
               PERFORM 0583-CONFERIR-VARIACAO
               IF EMP-BANCO   NOT = WRK-ANO-ANT-BANCO
                   OR EMP-AGENCIA NOT = WRK-ANO-ANT-AGENCIA
                   OR EMP-CONTA   NOT = WRK-ANO-ANT-CONTA
                   MOVE 'N' TO ANO-TIPO
                   MOVE 'CONTA DIFERENTE DA DO MES ANTERIOR'
                       TO ANO-DESCRICAO
                   PERFORM 0585-GRAVAR-ANOMALIA
               END-IF
           ELSE
               IF HISTORICO-ANTERIOR
                   MOVE 'N' TO ANO-TIPO
                   MOVE 'SEM CREDITO NO MES ANTERIOR - CONTA NOVA'
                       TO ANO-DESCRICAO
                   PERFORM 0585-GRAVAR-ANOMALIA
               END-IF
           END-IF.
           PERFORM 0584-CONFERIR-CONTA-DUPLICADA.

       0583-CONFERIR-VARIACAO.
           IF WRK-ANO-ANT-VALOR > ZEROS
               IF EMP-SALARIO-LIQ > WRK-ANO-ANT-VALOR
                   COMPUTE WRK-ANO-DIFERENCA =
                       EMP-SALARIO-LIQ - WRK-ANO-ANT-VALOR
               ELSE
                   COMPUTE WRK-ANO-DIFERENCA =
                       WRK-ANO-ANT-VALOR - EMP-SALARIO-LIQ
               END-IF
               COMPUTE WRK-ANO-PERC ROUNDED =
                   WRK-ANO-DIFERENCA * 100 / WRK-ANO-ANT-VALOR
               IF WRK-ANO-PERC > WRK-ANO-PERC-LIMITE
                   MOVE WRK-ANO-PERC TO WRK-ANO-PERC-ED
                   MOVE 'V' TO ANO-TIPO
                   MOVE SPACES TO ANO-DESCRICAO
                   STRING 'VARIACAO DE ' WRK-ANO-PERC-ED
                       '% SOBRE O MES ANTERIOR'
                       DELIMITED BY SIZE INTO ANO-DESCRICAO
                   PERFORM 0585-GRAVAR-ANOMALIA
               END-IF
           END-IF.

       0584-CONFERIR-CONTA-DUPLICADA.
      * A primeira matricula grava a conta; a segunda encontra a
      * chave ocupada e as duas ficam apontadas.
           MOVE EMP-BANCO     TO CRM-BANCO.
           MOVE EMP-AGENCIA   TO CRM-AGENCIA.
           MOVE EMP-CONTA     TO CRM-CONTA.
           MOVE EMP-MATRICULA TO CRM-MATRICULA.
           WRITE REG-CONTA-REM
               INVALID KEY
                   READ ARQ-CONTA-REM
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE CRM-MATRICULA TO WRK-ANO-OUTRA-MATR
                   MOVE 'D' TO ANO-TIPO
                   MOVE SPACES TO ANO-DESCRICAO
                   STRING 'MESMA CONTA DA MATRICULA '
                       WRK-ANO-OUTRA-MATR
                       DELIMITED BY SIZE INTO ANO-DESCRICAO
                   PERFORM 0585-GRAVAR-ANOMALIA
                   PERFORM 0586-APONTAR-OUTRA-MATRICULA
           END-WRITE.

       0585-GRAVAR-ANOMALIA.
      * ANO-TIPO e ANO-DESCRICAO ja montados pelo chamador.
           MOVE EMP-MATRICULA     TO ANO-MATRICULA.
           MOVE EMP-NOME          TO ANO-NOME.
           MOVE EMP-SALARIO-LIQ   TO ANO-VALOR.
           MOVE WRK-ANO-ANT-VALOR TO ANO-VALOR-ANT.
           MOVE 'P'               TO ANO-SITUACAO.
           MOVE SPACES            TO ANO-USUARIO.
           MOVE ZEROS             TO ANO-DATA-CIENCIA.
           WRITE REG-ANOMALIA
               INVALID KEY
                   REWRITE REG-ANOMALIA
               NOT INVALID KEY
                   ADD 1 TO WRK-ANO-QTD
           END-WRITE.

       0586-APONTAR-OUTRA-MATRICULA.
      * A matricula que ocupou a conta primeiro ganha a sua linha
      * (uma so, mesmo com varias repetindo a conta); o nome e o
      * liquido dela ficam no detalhe da remessa e no historico.
           MOVE WRK-ANO-OUTRA-MATR TO ANO-MATRICULA.
           MOVE 'D'                TO ANO-TIPO.
           MOVE SPACES             TO ANO-NOME.
           MOVE ZEROS              TO ANO-VALOR ANO-VALOR-ANT.
           MOVE SPACES             TO ANO-DESCRICAO.
           STRING 'MESMA CONTA DA MATRICULA ' EMP-MATRICULA
               DELIMITED BY SIZE INTO ANO-DESCRICAO.
           MOVE 'P'                TO ANO-SITUACAO.
           MOVE SPACES             TO ANO-USUARIO.
           MOVE ZEROS              TO ANO-DATA-CIENCIA.
           WRITE REG-ANOMALIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-ANO-QTD
           END-WRITE.

       0590-REGISTRAR-PENDENCIA.
      * WRK-GERADOR vem do sign-on feito na geracao - e o mesmo
      * dominio que o liberador digita, entao a comparacao de
           WRITE REG-LIBERACAO.
           CLOSE ARQ-LIBERACAO.

       0595-IMPRIMIR-ANOMALIAS.
           MOVE 'PROGCOB023' TO WRK-REP-PROGRAMA.
           MOVE 'ANOMALIAS DA REMESSA DA FOLHA' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE WRK-ANO-PERC-LIMITE TO WRK-ANO-PERC-ED.
           DISPLAY 'LIMITE DE VARIACAO: ' WRK-ANO-PERC-ED '%'.
           DISPLAY 'MATRIC T NOME                     LIQUIDO'
               '    ANTERIOR DESCRICAO'.
           MOVE 'N' TO WRK-EOF-ANOMALIA.
           OPEN INPUT ARQ-ANOMALIA.
           IF WRK-FS-ANOMALIA = '00'
               PERFORM UNTIL FIM-ANOMALIA
                   READ ARQ-ANOMALIA NEXT RECORD
                       AT END
                           SET FIM-ANOMALIA TO TRUE
                       NOT AT END
                           PERFORM 0597-IMPRIMIR-LINHA-ANOMALIA
                   END-READ
               END-PERFORM
               CLOSE ARQ-ANOMALIA
           END-IF.
           DISPLAY 'ANOMALIAS APONTADAS: ' WRK-ANO-QTD.
           IF WRK-ANO-QTD > ZEROS
               DISPLAY 'A LIBERACAO EXIGE A CIENCIA DE UM SUPERVISOR '
                   'EM CADA LINHA (OPCAO 4)'
           END-IF.

       0597-IMPRIMIR-LINHA-ANOMALIA.
           MOVE ANO-VALOR     TO WRK-ANO-VALOR-ED.
           MOVE ANO-VALOR-ANT TO WRK-ANO-ANT-ED.
           DISPLAY ANO-MATRICULA ' ' ANO-TIPO ' ' ANO-NOME ' '
               WRK-ANO-VALOR-ED ' ' WRK-ANO-ANT-ED ' '
               ANO-DESCRICAO.

       0600-LIBERAR-REMESSA.
      * Liberacao de quatro olhos: sign-on do segundo operador
      * (SUPERVISOR ou ADM), diferente de quem gerou; o liberador
      * ve a quantidade e o hash total antes de aprovar, e so a
      * aprovacao materializa BANCOREM.DAT; liberacao e recusa vao
      * para o SEGLOG.
      * Anomalias apontadas na geracao (variacao do liquido, liquido
      * zerado, conta nova ou repetida) seguram a liberacao ate a
      * ciencia de um supervisor em cada linha (opcao 4).
           OPEN INPUT ARQ-LIBERACAO.
           IF WRK-FS-LIBERACAO NOT = '00'
               DISPLAY 'NENHUMA REMESSA RETIDA AGUARDANDO LIBERACAO'
                   DISPLAY 'NENHUMA REMESSA RETIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM 0610-CONTAR-ANOMALIAS-PEND
                   EVALUATE TRUE
                       WHEN LIB-SITUACAO NOT = 'P'
                           DISPLAY 'REMESSA JA TRATADA'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       WHEN WRK-ANO-QTD-PEND > ZEROS
                           DISPLAY 'REMESSA BLOQUEADA: '
                               WRK-ANO-QTD-PEND
                               ' ANOMALIA(S) SEM CIENCIA (OPCAO 4)'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       WHEN OTHER
                           PERFORM 0620-VALIDAR-LIBERADOR
                   END-EVALUATE
               END-IF
           END-IF.

       0610-CONTAR-ANOMALIAS-PEND.
           MOVE ZEROS TO WRK-ANO-QTD-PEND.
           MOVE 'N'   TO WRK-EOF-ANOMALIA.
           OPEN INPUT ARQ-ANOMALIA.
           IF WRK-FS-ANOMALIA = '00'
               PERFORM UNTIL FIM-ANOMALIA
                   READ ARQ-ANOMALIA NEXT RECORD
                       AT END
                           SET FIM-ANOMALIA TO TRUE
                       NOT AT END
                           IF ANO-SITUACAO = 'P'
                               ADD 1 TO WRK-ANO-QTD-PEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ANOMALIA
           END-IF.

       0620-VALIDAR-LIBERADOR.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           WRITE REG-LIBERACAO.
           CLOSE ARQ-LIBERACAO.

       0700-CONFERIR-ANOMALIAS.
      * Ciencia linha a linha por SUPERVISOR ou ADM do sign-on; a
      * linha sem ciencia continua pendente e segura a liberacao.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0780-LOGAR-RECUSA-ANOMALIA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'CIENCIA EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0780-LOGAR-RECUSA-ANOMALIA
               WHEN OTHER
                   PERFORM 0720-PERCORRER-ANOMALIAS
           END-EVALUATE.

       0720-PERCORRER-ANOMALIAS.
           MOVE ZEROS TO WRK-ANO-QTD-PEND.
           MOVE 'N'   TO WRK-EOF-ANOMALIA.
           ACCEPT WRK-ANO-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-ANOMALIA.
           IF WRK-FS-ANOMALIA NOT = '00'
               DISPLAY 'NENHUMA ANOMALIA APONTADA'
           ELSE
               PERFORM UNTIL FIM-ANOMALIA
                   READ ARQ-ANOMALIA NEXT RECORD
                       AT END
                           SET FIM-ANOMALIA TO TRUE
                       NOT AT END
                           IF ANO-SITUACAO = 'P'
                               PERFORM 0740-REGISTRAR-CIENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ANOMALIA
               DISPLAY 'ANOMALIAS AINDA SEM CIENCIA: '
                   WRK-ANO-QTD-PEND
           END-IF.

       0740-REGISTRAR-CIENCIA.
           PERFORM 0597-IMPRIMIR-LINHA-ANOMALIA.
           DISPLAY 'CIENTE DESTA ANOMALIA (S/N):'.
           ACCEPT WRK-ANO-CIENTE.
           IF ANOMALIA-CIENTE
               MOVE 'C'               TO ANO-SITUACAO
               MOVE WRK-USUARIO       TO ANO-USUARIO
               MOVE WRK-ANO-DATA-HOJE TO ANO-DATA-CIENCIA
               REWRITE REG-ANOMALIA
               ADD 1 TO WRK-RUN-QTD-LIDOS
               MOVE 'CIENCIA-ANOMALIA' TO WRK-AUD-CAMPO-CHAVE
               MOVE ANO-CHAVE          TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-USUARIO        TO WRK-AUD-VALOR-SAIDA
               PERFORM 0900-GRAVAR-AUDITORIA-REM
           ELSE
               ADD 1 TO WRK-ANO-QTD-PEND
           END-IF.

       0780-LOGAR-RECUSA-ANOMALIA.
           MOVE 'PROGCOB023'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO TO WRK-SEG-USUARIO.
           MOVE 'CIENCIA DE ANOMALIA NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0900-GRAVAR-AUDITORIA-REM.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB023' TO WRK-AUD-PROGRAMA.
           COPY 'excpp.cpy'.
           COPY 'pgspp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB023.
