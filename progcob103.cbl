      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Conciliacao bancaria - importa o extrato do banco em
      *          layout fixo (EXTRATO.DAT), casa automaticamente cada
      *          linha com os lancamentos do caixa (111000) no razao
      *          por data, valor e referencia, emite o relatorio das
      *          pendencias dos dois lados e permite a baixa manual
      *          da pendencia restante, com o operador do sign-on
      *          gravado na trilha de auditoria
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB103.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'exbsel.cpy'.
            COPY 'crzsel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-EXTRATO ASSIGN TO 'EXTRATO.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-EXTRATO.
            SELECT ARQ-CONCILIACAO-CSV ASSIGN TO 'CONCBANC.CSV'
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'exbfd.cpy'.
           COPY 'crzfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

      * Extrato do banco - header com a conta, um detalhe por
      * lancamento (C entrada / D saida na conta, referencia ecoada
      * pelo banco) e trailer com quantidade e hash total dos
      * detalhes, como os demais arquivos trocados com o banco.
       FD  ARQ-EXTRATO.
       01  REG-EXT-HEADER.
           05 EXH-TIPO         PIC X(01).
           05 EXH-BANCO        PIC 9(03).
           05 EXH-AGENCIA      PIC 9(04).
           05 EXH-CONTA        PIC 9(08).
           05 EXH-DATA         PIC 9(08).
       01  REG-EXT-DETALHE.
           05 EXD-TIPO         PIC X(01).
           05 EXD-DATA         PIC 9(08).
           05 EXD-DC           PIC X(01).
           05 EXD-VALOR        PIC 9(10)V99.
           05 EXD-REFERENCIA   PIC X(15).
           05 EXD-HISTORICO    PIC X(30).
       01  REG-EXT-TRAILER.
           05 EXT-TIPO         PIC X(01).
           05 EXT-QTD          PIC 9(06).
           05 EXT-HASH         PIC 9(12)V99.

       FD  ARQ-CONCILIACAO-CSV.
       01  REG-CONCILIACAO-CSV PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MANUTENCAO  VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-GERAR-CSV        PIC X(01)   VALUE 'N'.
           88 GERAR-CSV        VALUE 'S'.
       77 WRK-FS-EXTRATO       PIC X(02)   VALUE '00'.
       77 WRK-EOF-EXTRATO      PIC X(01)   VALUE 'N'.
           88 FIM-EXTRATO      VALUE 'S'.
       77 WRK-EOF-RAZAO        PIC X(01)   VALUE 'N'.
           88 FIM-RAZAO        VALUE 'S'.

      * Conferencia e importacao do extrato.
       77 WRK-CON-QTD-DETALHES PIC 9(06)    VALUE ZEROS.
       77 WRK-CON-HASH         PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CON-TRL-QTD      PIC 9(06)    VALUE ZEROS.
       77 WRK-CON-TRL-HASH     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CON-TRAILER      PIC X(01)   VALUE 'N'.
           88 TRAILER-ACHADO   VALUE 'S'.
       77 WRK-CON-EXTRATO-OK   PIC X(01)   VALUE 'N'.
           88 EXTRATO-CONFERE  VALUE 'S'.
       77 WRK-CON-ULT-DATA     PIC 9(08)   VALUE ZEROS.
       77 WRK-CON-SEQUENCIA    PIC 9(04)   VALUE ZEROS.
       77 WRK-CON-QTD-GRAVADAS PIC 9(06)   VALUE ZEROS.
       77 WRK-CON-QTD-REPETIDAS PIC 9(06)  VALUE ZEROS.
       77 WRK-CON-QTD-INVALIDAS PIC 9(06)  VALUE ZEROS.

      * Casamento automatico: o lancamento do razao casa com a linha
      * do extrato de mesmo valor e sentido com ate WRK-CON-TOLERANCIA
      * dias de diferenca (o credito do banco nem sempre cai no dia
      * do lancamento). Referencia igual dos dois lados decide; com
      * referencia em branco de um dos lados vale a data mais
      * proxima; referencias diferentes nunca casam.
       77 WRK-CON-TOLERANCIA   PIC 9(02)   VALUE 3.
       77 WRK-CON-POSICAO      PIC 9(08)   VALUE ZEROS.
       77 WRK-CON-DC-BANCO     PIC X(01)   VALUE SPACES.
       77 WRK-CON-DIAS         PIC S9(05)  VALUE ZEROS.
       77 WRK-CON-DIAS-RESERVA PIC S9(05)  VALUE ZEROS.
       77 WRK-CON-CONCILIADO   PIC X(01)   VALUE 'N'.
           88 LANCAMENTO-CONCILIADO VALUE 'S'.
       77 WRK-CON-CRZ-ABERTO   PIC X(01)   VALUE 'N'.
           88 CONC-RAZAO-ABERTO VALUE 'S'.
       77 WRK-CON-TABELA       PIC X(01)   VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       77 WRK-CON-QTD-CASADOS  PIC 9(06)   VALUE ZEROS.

      * Linhas pendentes do extrato carregadas para o casamento.
       01 WRK-TAB-EXTRATO.
           02 WRK-TEX-ENTRADA OCCURS 500 TIMES.
               03 WRK-TEX-CHAVE        PIC X(12).
               03 WRK-TEX-DATA         PIC 9(08).
               03 WRK-TEX-DC           PIC X(01).
               03 WRK-TEX-VALOR        PIC 9(10)V99.
               03 WRK-TEX-REFERENCIA   PIC X(15).
               03 WRK-TEX-POSICAO      PIC 9(08).
       77 WRK-TEX-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-TEX-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-TEX-ACHADO       PIC 9(03)   VALUE ZEROS.
       77 WRK-TEX-RESERVA      PIC 9(03)   VALUE ZEROS.

      * Baixa manual.
       77 WRK-CON-LADO         PIC X(01)   VALUE SPACES.
           88 LADO-EXTRATO     VALUE 'E'.
           88 LADO-RAZAO       VALUE 'R'.
       77 WRK-CON-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-CON-SEQ-INF      PIC 9(04)   VALUE ZEROS.
       77 WRK-CON-POSICAO-INF  PIC 9(08)   VALUE ZEROS.
       77 WRK-CON-MOTIVO       PIC X(30)   VALUE SPACES.
       77 WRK-CON-LANCAMENTO   PIC X(01)   VALUE 'N'.
           88 LANCAMENTO-ACHADO VALUE 'S'.
       77 WRK-CON-RAZAO        PIC X(01)   VALUE 'N'.
           88 RAZAO-ABERTO     VALUE 'S'.

      * Totais do relatorio de pendencias.
       77 WRK-CON-QTD-PEND-EXB PIC 9(06)    VALUE ZEROS.
       77 WRK-CON-TOT-PEND-EXB PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CON-QTD-PEND-RAZ PIC 9(06)    VALUE ZEROS.
       77 WRK-CON-TOT-PEND-RAZ PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CON-QTD-CONC-EXB PIC 9(06)    VALUE ZEROS.

      * Campos editados.
       77 WRK-CON-VALOR-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CON-TOTAL-ED     PIC $ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CON-CSV-VALOR    PIC Z(09)9,99   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'exbws.cpy'.
           COPY 'crzws.cpy'.
           COPY 'glws.cpy'.
           COPY 'excws.cpy'.
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
           MOVE 'PROGCOB103' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== CONCILIACAO BANCARIA - CAIXA 111000 ====='.
           DISPLAY '1 - IMPORTAR EXTRATO (EXTRATO.DAT)'.
           DISPLAY '2 - CONCILIACAO AUTOMATICA'.
           DISPLAY '3 - BAIXA MANUAL DE PENDENCIA (SUPERVISOR)'.
           DISPLAY '4 - RELATORIO DE PENDENCIAS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-IMPORTAR-EXTRATO
               WHEN 2
                   PERFORM 0400-CONCILIAR-AUTOMATICO
               WHEN 3
                   PERFORM 0500-BAIXAR-MANUAL
               WHEN 4
                   PERFORM 0600-EMITIR-RELATORIO
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-IMPORTAR-EXTRATO.
      * O extrato so entra inteiro: quantidade e hash dos detalhes
      * precisam bater com o trailer antes de gravar qualquer linha.
           PERFORM 0310-CONFERIR-EXTRATO.
           IF EXTRATO-CONFERE
               PERFORM 0320-GRAVAR-EXTRATO
           END-IF.

       0310-CONFERIR-EXTRATO.
           MOVE 'N' TO WRK-CON-EXTRATO-OK WRK-CON-TRAILER
                       WRK-EOF-EXTRATO.
           MOVE ZEROS TO WRK-CON-QTD-DETALHES WRK-CON-HASH
                         WRK-CON-TRL-QTD WRK-CON-TRL-HASH.
           OPEN INPUT ARQ-EXTRATO.
           IF WRK-FS-EXTRATO NOT = '00'
               DISPLAY 'EXTRATO DO BANCO (EXTRATO.DAT) NAO ENCONTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM UNTIL FIM-EXTRATO
                   READ ARQ-EXTRATO
                       AT END
                           SET FIM-EXTRATO TO TRUE
                       NOT AT END
                           EVALUATE EXH-TIPO
                               WHEN '0'
                                   DISPLAY 'EXTRATO BANCO ' EXH-BANCO
                                       ' AGENCIA ' EXH-AGENCIA
                                       ' CONTA ' EXH-CONTA
                                       ' DE ' EXH-DATA
                               WHEN '1'
                                   ADD 1 TO WRK-CON-QTD-DETALHES
                                   ADD EXD-VALOR TO WRK-CON-HASH
                               WHEN '9'
                                   SET TRAILER-ACHADO TO TRUE
                                   MOVE EXT-QTD  TO WRK-CON-TRL-QTD
                                   MOVE EXT-HASH TO WRK-CON-TRL-HASH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXTRATO
               EVALUATE TRUE
                   WHEN NOT TRAILER-ACHADO
                       DISPLAY 'EXTRATO SEM TRAILER - IMPORTACAO '
                           'RECUSADA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   WHEN WRK-CON-TRL-QTD NOT = WRK-CON-QTD-DETALHES
                     OR WRK-CON-TRL-HASH NOT = WRK-CON-HASH
                       DISPLAY 'TRAILER NAO CONFERE COM OS DETALHES '
                           '- IMPORTACAO RECUSADA'
                       DISPLAY '  TRAILER ' WRK-CON-TRL-QTD
                           ' LIDOS ' WRK-CON-QTD-DETALHES
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   WHEN OTHER
                       SET EXTRATO-CONFERE TO TRUE
               END-EVALUATE
           END-IF.

       0320-GRAVAR-EXTRATO.
           MOVE ZEROS TO WRK-CON-QTD-GRAVADAS WRK-CON-QTD-REPETIDAS
                         WRK-CON-QTD-INVALIDAS WRK-CON-ULT-DATA
                         WRK-CON-SEQUENCIA.
           MOVE 'N' TO WRK-EOF-EXTRATO.
           OPEN I-O ARQ-EXTRATO-BANCO.
           IF WRK-FS-EXTRATO-BANCO = '35'
               OPEN OUTPUT ARQ-EXTRATO-BANCO
               CLOSE ARQ-EXTRATO-BANCO
               OPEN I-O ARQ-EXTRATO-BANCO
           END-IF.
           OPEN INPUT ARQ-EXTRATO.
           PERFORM UNTIL FIM-EXTRATO
               READ ARQ-EXTRATO
                   AT END
                       SET FIM-EXTRATO TO TRUE
                   NOT AT END
                       IF EXD-TIPO = '1'
                           PERFORM 0330-GRAVAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EXTRATO.
           CLOSE ARQ-EXTRATO-BANCO.
           DISPLAY '-------------------------------------'.
           DISPLAY 'LINHAS IMPORTADAS.....: ' WRK-CON-QTD-GRAVADAS.
           DISPLAY 'JA IMPORTADAS ANTES...: ' WRK-CON-QTD-REPETIDAS.
           DISPLAY 'LINHAS INVALIDAS......: ' WRK-CON-QTD-INVALIDAS.
           MOVE 'IMPORTACAO-EXTRATO'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CON-QTD-GRAVADAS   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-CON-QTD-INVALIDAS  TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-CON.

       0330-GRAVAR-LINHA.
      * A sequencia numera as linhas dentro de cada data - por isso o
      * extrato precisa vir em ordem de data, como o banco entrega.
           MOVE EXD-DATA(1:4) TO WRK-DTV-ANO.
           MOVE EXD-DATA(5:2) TO WRK-DTV-MES.
           MOVE EXD-DATA(7:2) TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           EVALUATE TRUE
               WHEN DATA-INVALIDA
                   MOVE 'EXTRATO COM DATA INVALIDA' TO EXC-MENSAGEM
                   PERFORM 0340-LINHA-INVALIDA
               WHEN EXD-DC NOT = 'C' AND EXD-DC NOT = 'D'
                   MOVE 'EXTRATO COM NATUREZA DIFERENTE DE C/D'
                       TO EXC-MENSAGEM
                   PERFORM 0340-LINHA-INVALIDA
               WHEN EXD-VALOR NOT NUMERIC OR EXD-VALOR = ZEROS
                   MOVE 'EXTRATO COM VALOR ZERADO OU INVALIDO'
                       TO EXC-MENSAGEM
                   PERFORM 0340-LINHA-INVALIDA
               WHEN EXD-DATA < WRK-CON-ULT-DATA
                   MOVE 'EXTRATO FORA DA ORDEM DE DATA'
                       TO EXC-MENSAGEM
                   PERFORM 0340-LINHA-INVALIDA
               WHEN OTHER
                   IF EXD-DATA = WRK-CON-ULT-DATA
                       ADD 1 TO WRK-CON-SEQUENCIA
                   ELSE
                       MOVE EXD-DATA TO WRK-CON-ULT-DATA
                       MOVE 1        TO WRK-CON-SEQUENCIA
                   END-IF
                   MOVE EXD-DATA          TO EXB-DATA
                   MOVE WRK-CON-SEQUENCIA TO EXB-SEQUENCIA
                   MOVE EXD-DC            TO EXB-DC
                   MOVE EXD-VALOR         TO EXB-VALOR
                   MOVE EXD-REFERENCIA    TO EXB-REFERENCIA
                   MOVE EXD-HISTORICO     TO EXB-HISTORICO
                   MOVE 'P'               TO EXB-SITUACAO
                   MOVE ZEROS             TO EXB-POSICAO-RAZAO
                                             EXB-DATA-CONCILIACAO
                   MOVE SPACES            TO EXB-USUARIO EXB-MOTIVO
                   WRITE REG-EXTRATO-BANCO
                       INVALID KEY
                           ADD 1 TO WRK-CON-QTD-REPETIDAS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CON-QTD-GRAVADAS
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-WRITE
           END-EVALUATE.

       0340-LINHA-INVALIDA.
           ADD 1 TO WRK-CON-QTD-INVALIDAS.
           MOVE 'PROGCOB103' TO EXC-PROGRAMA.
           MOVE REG-EXT-DETALHE TO EXC-DADO.
           PERFORM 9700-GRAVAR-EXCECAO.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0400-CONCILIAR-AUTOMATICO.
           MOVE ZEROS TO WRK-CON-QTD-CASADOS.
           PERFORM 0410-CARREGAR-PENDENTES.
           IF WRK-TEX-QTD = ZEROS
               DISPLAY 'NENHUMA LINHA DE EXTRATO PENDENTE'
           ELSE
               PERFORM 0420-VARRER-RAZAO
               PERFORM 0450-ATUALIZAR-EXTRATO
               DISPLAY '-------------------------------------'
               DISPLAY 'LINHAS PENDENTES LIDAS: ' WRK-TEX-QTD
               DISPLAY 'LINHAS CONCILIADAS....: ' WRK-CON-QTD-CASADOS
               IF TABELA-CHEIA
                   DISPLAY 'MAIS DE 500 LINHAS PENDENTES - REPETIR A '
                       'CONCILIACAO PARA AS DEMAIS'
               END-IF
               MOVE 'CONCILIACAO-AUTOMATICA' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-TEX-QTD              TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-CON-QTD-CASADOS      TO WRK-AUD-VALOR-SAIDA
               PERFORM 0900-GRAVAR-AUDITORIA-CON
           END-IF.

       0410-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-TEX-QTD.
           MOVE 'N' TO WRK-CON-TABELA WRK-EOF-EXTRATO-BANCO.
           OPEN INPUT ARQ-EXTRATO-BANCO.
           IF WRK-FS-EXTRATO-BANCO = '00'
               PERFORM UNTIL FIM-EXTRATO-BANCO
                   READ ARQ-EXTRATO-BANCO NEXT RECORD
                       AT END
                           SET FIM-EXTRATO-BANCO TO TRUE
                       NOT AT END
                           IF EXB-SITUACAO = 'P'
                               IF WRK-TEX-QTD < 500
                                   ADD 1 TO WRK-TEX-QTD
                                   MOVE EXB-CHAVE
                                       TO WRK-TEX-CHAVE(WRK-TEX-QTD)
                                   MOVE EXB-DATA
                                       TO WRK-TEX-DATA(WRK-TEX-QTD)
                                   MOVE EXB-DC
                                       TO WRK-TEX-DC(WRK-TEX-QTD)
                                   MOVE EXB-VALOR
                                       TO WRK-TEX-VALOR(WRK-TEX-QTD)
                                   MOVE EXB-REFERENCIA
                                     TO WRK-TEX-REFERENCIA(WRK-TEX-QTD)
                                   MOVE ZEROS
                                       TO WRK-TEX-POSICAO(WRK-TEX-QTD)
                               ELSE
                                   SET TABELA-CHEIA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXTRATO-BANCO
           END-IF.

       0420-VARRER-RAZAO.
      * A posicao da linha em RAZAOEXT.DAT identifica o lancamento;
      * so o caixa (111000) participa da conciliacao.
           OPEN I-O ARQ-CONC-RAZAO.
           IF WRK-FS-CONC-RAZAO = '35'
               OPEN OUTPUT ARQ-CONC-RAZAO
               CLOSE ARQ-CONC-RAZAO
               OPEN I-O ARQ-CONC-RAZAO
           END-IF.
           SET CONC-RAZAO-ABERTO TO TRUE.
           MOVE ZEROS TO WRK-CON-POSICAO.
           MOVE 'N' TO WRK-EOF-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO NOT = '00'
               DISPLAY 'RAZAO (RAZAOEXT.DAT) NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL FIM-RAZAO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CON-POSICAO
                           IF RAZ-CONTA = '111000'
                               PERFORM 0430-CASAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           CLOSE ARQ-CONC-RAZAO.
           MOVE 'N' TO WRK-CON-CRZ-ABERTO.

       0430-CASAR-LANCAMENTO.
      * Debito no caixa e dinheiro entrando - aparece como credito
      * no extrato; credito no caixa aparece como debito.
           PERFORM 0435-VERIFICAR-CONCILIADO.
           IF NOT LANCAMENTO-CONCILIADO
               IF RAZ-DC = 'D'
                   MOVE 'C' TO WRK-CON-DC-BANCO
               ELSE
                   MOVE 'D' TO WRK-CON-DC-BANCO
               END-IF
               MOVE ZEROS TO WRK-TEX-ACHADO WRK-TEX-RESERVA
                             WRK-CON-DIAS-RESERVA
               PERFORM VARYING WRK-TEX-LOOP FROM 1 BY 1
                       UNTIL WRK-TEX-LOOP > WRK-TEX-QTD
                          OR WRK-TEX-ACHADO > ZEROS
                   PERFORM 0440-AVALIAR-LINHA
               END-PERFORM
               IF WRK-TEX-ACHADO = ZEROS
                   MOVE WRK-TEX-RESERVA TO WRK-TEX-ACHADO
               END-IF
               IF WRK-TEX-ACHADO > ZEROS
                   PERFORM 0445-GRAVAR-CASAMENTO
               END-IF
           END-IF.

       0435-VERIFICAR-CONCILIADO.
           MOVE 'N' TO WRK-CON-CONCILIADO.
           IF CONC-RAZAO-ABERTO
               MOVE WRK-CON-POSICAO TO CRZ-POSICAO
               READ ARQ-CONC-RAZAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRZ-DATA = RAZ-DATA
                          AND CRZ-DC = RAZ-DC
                          AND CRZ-VALOR = RAZ-VALOR
                           SET LANCAMENTO-CONCILIADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       0440-AVALIAR-LINHA.
           IF WRK-TEX-POSICAO(WRK-TEX-LOOP) = ZEROS
              AND WRK-TEX-DC(WRK-TEX-LOOP) = WRK-CON-DC-BANCO
              AND WRK-TEX-VALOR(WRK-TEX-LOOP) = RAZ-VALOR
               COMPUTE WRK-CON-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-TEX-DATA(WRK-TEX-LOOP))
                   - FUNCTION INTEGER-OF-DATE(RAZ-DATA)
               IF WRK-CON-DIAS < ZEROS
                   COMPUTE WRK-CON-DIAS = 0 - WRK-CON-DIAS
               END-IF
               IF WRK-CON-DIAS NOT > WRK-CON-TOLERANCIA
                   EVALUATE TRUE
                       WHEN RAZ-REFERENCIA NOT = SPACES
                        AND WRK-TEX-REFERENCIA(WRK-TEX-LOOP) =
                            RAZ-REFERENCIA
                           MOVE WRK-TEX-LOOP TO WRK-TEX-ACHADO
                       WHEN RAZ-REFERENCIA = SPACES
                         OR WRK-TEX-REFERENCIA(WRK-TEX-LOOP) = SPACES
                           IF WRK-TEX-RESERVA = ZEROS
                              OR WRK-CON-DIAS < WRK-CON-DIAS-RESERVA
                               MOVE WRK-TEX-LOOP TO WRK-TEX-RESERVA
                               MOVE WRK-CON-DIAS
                                   TO WRK-CON-DIAS-RESERVA
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       0445-GRAVAR-CASAMENTO.
           MOVE WRK-CON-POSICAO TO CRZ-POSICAO.
           MOVE RAZ-DATA        TO CRZ-DATA.
           MOVE RAZ-DC          TO CRZ-DC.
           MOVE RAZ-VALOR       TO CRZ-VALOR.
           MOVE RAZ-REFERENCIA  TO CRZ-REFERENCIA.
           MOVE 'A'             TO CRZ-SITUACAO.
           MOVE WRK-TEX-CHAVE(WRK-TEX-ACHADO) TO CRZ-EXB-CHAVE.
           MOVE WRK-DATA-HOJE   TO CRZ-DATA-CONCILIACAO.
           MOVE 'AUTOMATICO'    TO CRZ-USUARIO.
           MOVE SPACES          TO CRZ-MOTIVO.
      * Posicao com conciliacao de outra linha (razao renovado) e
      * sobreposta pelo casamento atual.
           WRITE REG-CONC-RAZAO
               INVALID KEY
                   REWRITE REG-CONC-RAZAO
           END-WRITE.
           MOVE WRK-CON-POSICAO TO WRK-TEX-POSICAO(WRK-TEX-ACHADO).
           ADD 1 TO WRK-CON-QTD-CASADOS.

       0450-ATUALIZAR-EXTRATO.
           IF WRK-CON-QTD-CASADOS > ZEROS
               OPEN I-O ARQ-EXTRATO-BANCO
               PERFORM VARYING WRK-TEX-LOOP FROM 1 BY 1
                       UNTIL WRK-TEX-LOOP > WRK-TEX-QTD
                   IF WRK-TEX-POSICAO(WRK-TEX-LOOP) > ZEROS
                       MOVE WRK-TEX-CHAVE(WRK-TEX-LOOP) TO EXB-CHAVE
                       READ ARQ-EXTRATO-BANCO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'A' TO EXB-SITUACAO
                               MOVE WRK-TEX-POSICAO(WRK-TEX-LOOP)
                                   TO EXB-POSICAO-RAZAO
                               MOVE WRK-DATA-HOJE
                                   TO EXB-DATA-CONCILIACAO
                               MOVE 'AUTOMATICO' TO EXB-USUARIO
                               REWRITE REG-EXTRATO-BANCO
                               ADD 1 TO WRK-RUN-QTD-LIDOS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARQ-EXTRATO-BANCO
           END-IF.

       0500-BAIXAR-MANUAL.
      * A baixa manual tira a pendencia da conciliacao sem par do
      * outro lado - so supervisor (ou ADM) do sign-on, com motivo,
      * e o operador vai para a trilha de auditoria.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - BAIXA NAO FEITA'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'BAIXA MANUAL EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0510-LER-PENDENCIA
           END-EVALUATE.

       0510-LER-PENDENCIA.
           DISPLAY 'LADO DA PENDENCIA (E-EXTRATO  R-RAZAO):'.
           ACCEPT WRK-CON-LADO.
           DISPLAY 'MOTIVO DA BAIXA:'.
           ACCEPT WRK-CON-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-CON-MOTIVO = SPACES
                   DISPLAY 'MOTIVO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN LADO-EXTRATO
                   PERFORM 0520-BAIXAR-LINHA-EXTRATO
               WHEN LADO-RAZAO
                   PERFORM 0530-BAIXAR-LANCAMENTO-RAZAO
               WHEN OTHER
                   DISPLAY 'LADO INVALIDO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-EVALUATE.

       0520-BAIXAR-LINHA-EXTRATO.
           DISPLAY 'DATA DA LINHA DO EXTRATO (AAAAMMDD):'.
           ACCEPT WRK-CON-DATA.
           DISPLAY 'SEQUENCIA NA DATA:'.
           ACCEPT WRK-CON-SEQ-INF.
           OPEN I-O ARQ-EXTRATO-BANCO.
           IF WRK-FS-EXTRATO-BANCO NOT = '00'
               DISPLAY 'NENHUM EXTRATO IMPORTADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-CON-DATA    TO EXB-DATA
               MOVE WRK-CON-SEQ-INF TO EXB-SEQUENCIA
               READ ARQ-EXTRATO-BANCO
                   INVALID KEY
                       DISPLAY 'LINHA DO EXTRATO NAO ENCONTRADA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       IF EXB-SITUACAO NOT = 'P'
                           DISPLAY 'LINHA JA CONCILIADA ('
                               EXB-SITUACAO ')'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       ELSE
                           MOVE 'M'            TO EXB-SITUACAO
                           MOVE WRK-DATA-HOJE  TO EXB-DATA-CONCILIACAO
                           MOVE WRK-USUARIO    TO EXB-USUARIO
                           MOVE WRK-CON-MOTIVO TO EXB-MOTIVO
                           REWRITE REG-EXTRATO-BANCO
                           DISPLAY 'LINHA DO EXTRATO BAIXADA'
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                           MOVE 'BAIXA-MANUAL-EXTRATO'
                               TO WRK-AUD-CAMPO-CHAVE
                           MOVE EXB-CHAVE TO WRK-AUD-VALOR-ENTRADA
                           PERFORM 0590-AUDITAR-BAIXA
                       END-IF
               END-READ
               CLOSE ARQ-EXTRATO-BANCO
           END-IF.

       0530-BAIXAR-LANCAMENTO-RAZAO.
      * A posicao e a que o relatorio de pendencias lista para o
      * lancamento do caixa.
           DISPLAY 'POSICAO DO LANCAMENTO NO RAZAO:'.
           ACCEPT WRK-CON-POSICAO-INF.
           OPEN I-O ARQ-CONC-RAZAO.
           IF WRK-FS-CONC-RAZAO = '35'
               OPEN OUTPUT ARQ-CONC-RAZAO
               CLOSE ARQ-CONC-RAZAO
               OPEN I-O ARQ-CONC-RAZAO
           END-IF.
           SET CONC-RAZAO-ABERTO TO TRUE.
           MOVE 'N' TO WRK-CON-LANCAMENTO WRK-EOF-RAZAO
                       WRK-CON-RAZAO.
           MOVE ZEROS TO WRK-CON-POSICAO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '00'
               SET RAZAO-ABERTO TO TRUE
               PERFORM UNTIL FIM-RAZAO OR LANCAMENTO-ACHADO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CON-POSICAO
                           IF WRK-CON-POSICAO = WRK-CON-POSICAO-INF
                               SET LANCAMENTO-ACHADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF LANCAMENTO-ACHADO
               PERFORM 0435-VERIFICAR-CONCILIADO
           END-IF.
           EVALUATE TRUE
               WHEN NOT LANCAMENTO-ACHADO
                   DISPLAY 'POSICAO NAO ENCONTRADA NO RAZAO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN RAZ-CONTA NOT = '111000'
                   DISPLAY 'LANCAMENTO NAO E DO CAIXA (111000)'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN LANCAMENTO-CONCILIADO
                   DISPLAY 'LANCAMENTO JA CONCILIADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   MOVE WRK-CON-POSICAO TO CRZ-POSICAO
                   MOVE RAZ-DATA        TO CRZ-DATA
                   MOVE RAZ-DC          TO CRZ-DC
                   MOVE RAZ-VALOR       TO CRZ-VALOR
                   MOVE RAZ-REFERENCIA  TO CRZ-REFERENCIA
                   MOVE 'M'             TO CRZ-SITUACAO
                   MOVE SPACES          TO CRZ-EXB-CHAVE
                   MOVE WRK-DATA-HOJE   TO CRZ-DATA-CONCILIACAO
                   MOVE WRK-USUARIO     TO CRZ-USUARIO
                   MOVE WRK-CON-MOTIVO  TO CRZ-MOTIVO
                   WRITE REG-CONC-RAZAO
                       INVALID KEY
                           REWRITE REG-CONC-RAZAO
                   END-WRITE
                   DISPLAY 'LANCAMENTO DO RAZAO BAIXADO'
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   MOVE 'BAIXA-MANUAL-RAZAO' TO WRK-AUD-CAMPO-CHAVE
                   MOVE WRK-CON-POSICAO      TO WRK-AUD-VALOR-ENTRADA
                   PERFORM 0590-AUDITAR-BAIXA
           END-EVALUATE.
           IF RAZAO-ABERTO
               CLOSE ARQ-RAZAO
           END-IF.
           CLOSE ARQ-CONC-RAZAO.
           MOVE 'N' TO WRK-CON-CRZ-ABERTO.

       0590-AUDITAR-BAIXA.
      * Na baixa manual a auditoria grava o operador do sign-on, nao
      * o usuario da sessao.
           MOVE WRK-USUARIO    TO WRK-AUD-USUARIO.
           MOVE 'PROGCOB103'   TO WRK-AUD-PROGRAMA.
           MOVE WRK-CON-MOTIVO TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0600-EMITIR-RELATORIO.
      * Pendencias dos dois lados: linhas do extrato sem lancamento
      * no razao e lancamentos do caixa sem linha no extrato.
           DISPLAY 'GERAR ARQUIVO CSV (S/N):'.
           ACCEPT WRK-GERAR-CSV.
           MOVE ZEROS TO WRK-CON-QTD-PEND-EXB WRK-CON-TOT-PEND-EXB
                         WRK-CON-QTD-PEND-RAZ WRK-CON-TOT-PEND-RAZ
                         WRK-CON-QTD-CONC-EXB.
           MOVE 'PROGCOB103' TO WRK-REP-PROGRAMA.
           MOVE 'CONCILIACAO BANCARIA - PENDENCIAS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           IF GERAR-CSV
               OPEN OUTPUT ARQ-CONCILIACAO-CSV
               STRING 'LADO;CHAVE;DATA;DC;VALOR;REFERENCIA;HISTORICO'
                   DELIMITED BY SIZE INTO REG-CONCILIACAO-CSV
               END-STRING
               WRITE REG-CONCILIACAO-CSV
           END-IF.
           DISPLAY 'EXTRATO SEM LANCAMENTO NO RAZAO'.
           DISPLAY 'DATA     SEQ  DC            VALOR REFERENCIA     '
               ' HISTORICO'.
           MOVE 'N' TO WRK-EOF-EXTRATO-BANCO.
           OPEN INPUT ARQ-EXTRATO-BANCO.
           IF WRK-FS-EXTRATO-BANCO = '00'
               PERFORM UNTIL FIM-EXTRATO-BANCO
                   READ ARQ-EXTRATO-BANCO NEXT RECORD
                       AT END
                           SET FIM-EXTRATO-BANCO TO TRUE
                       NOT AT END
                           PERFORM 0610-IMPRIMIR-LINHA-EXTRATO
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXTRATO-BANCO
           END-IF.
           DISPLAY ' '.
           DISPLAY 'CAIXA (111000) SEM LINHA NO EXTRATO'.
           DISPLAY 'POSICAO  DATA     DC            VALOR REFERENCIA  '
               '    ORIGEM     DESCRICAO'.
           MOVE 'N' TO WRK-CON-CRZ-ABERTO.
           OPEN INPUT ARQ-CONC-RAZAO.
           IF WRK-FS-CONC-RAZAO = '00'
               SET CONC-RAZAO-ABERTO TO TRUE
           END-IF.
           MOVE ZEROS TO WRK-CON-POSICAO.
           MOVE 'N' TO WRK-EOF-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '00'
               PERFORM UNTIL FIM-RAZAO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CON-POSICAO
                           IF RAZ-CONTA = '111000'
                               PERFORM 0620-IMPRIMIR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           IF CONC-RAZAO-ABERTO
               CLOSE ARQ-CONC-RAZAO
               MOVE 'N' TO WRK-CON-CRZ-ABERTO
           END-IF.
           IF GERAR-CSV
               CLOSE ARQ-CONCILIACAO-CSV
               DISPLAY 'ARQUIVO CONCBANC.CSV GERADO'
           END-IF.
           DISPLAY '-------------------------------------'.
           DISPLAY 'LINHAS DO EXTRATO CONCILIADAS..: '
               WRK-CON-QTD-CONC-EXB.
           DISPLAY 'PENDENTES NO EXTRATO...........: '
               WRK-CON-QTD-PEND-EXB.
           MOVE WRK-CON-TOT-PEND-EXB TO WRK-CON-TOTAL-ED.
           DISPLAY 'VALOR PENDENTE NO EXTRATO......: ' WRK-CON-TOTAL-ED.
           DISPLAY 'PENDENTES NO RAZAO.............: '
               WRK-CON-QTD-PEND-RAZ.
           MOVE WRK-CON-TOT-PEND-RAZ TO WRK-CON-TOTAL-ED.
           DISPLAY 'VALOR PENDENTE NO RAZAO........: ' WRK-CON-TOTAL-ED.
           MOVE 'RELATORIO-CONCILIACAO' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CON-QTD-PEND-EXB    TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-CON-QTD-PEND-RAZ    TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-CON.

       0610-IMPRIMIR-LINHA-EXTRATO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           IF EXB-SITUACAO NOT = 'P'
               ADD 1 TO WRK-CON-QTD-CONC-EXB
           ELSE
               ADD 1         TO WRK-CON-QTD-PEND-EXB
               ADD EXB-VALOR TO WRK-CON-TOT-PEND-EXB
               MOVE EXB-VALOR TO WRK-CON-VALOR-ED
               DISPLAY EXB-DATA ' ' EXB-SEQUENCIA ' ' EXB-DC '  '
                   WRK-CON-VALOR-ED ' ' EXB-REFERENCIA ' '
                   EXB-HISTORICO
               IF GERAR-CSV
                   MOVE EXB-VALOR TO WRK-CON-CSV-VALOR
                   MOVE SPACES TO REG-CONCILIACAO-CSV
                   STRING
                       'EXTRATO;' DELIMITED BY SIZE
                       EXB-CHAVE DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       EXB-DATA DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       EXB-DC DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-CON-CSV-VALOR)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(EXB-REFERENCIA) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(EXB-HISTORICO) DELIMITED BY SIZE
                       INTO REG-CONCILIACAO-CSV
                   END-STRING
                   WRITE REG-CONCILIACAO-CSV
               END-IF
           END-IF.

       0620-IMPRIMIR-LANCAMENTO.
           PERFORM 0435-VERIFICAR-CONCILIADO.
           IF NOT LANCAMENTO-CONCILIADO
               ADD 1         TO WRK-CON-QTD-PEND-RAZ
               ADD RAZ-VALOR TO WRK-CON-TOT-PEND-RAZ
               MOVE RAZ-VALOR TO WRK-CON-VALOR-ED
               DISPLAY WRK-CON-POSICAO ' ' RAZ-DATA ' ' RAZ-DC '  '
                   WRK-CON-VALOR-ED ' ' RAZ-REFERENCIA ' '
                   RAZ-PROGRAMA-ORIGEM ' ' RAZ-DESCRICAO
               IF GERAR-CSV
                   MOVE RAZ-VALOR TO WRK-CON-CSV-VALOR
                   MOVE SPACES TO REG-CONCILIACAO-CSV
                   STRING
                       'RAZAO;' DELIMITED BY SIZE
                       WRK-CON-POSICAO DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       RAZ-DATA DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       RAZ-DC DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-CON-CSV-VALOR)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(RAZ-REFERENCIA) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(RAZ-DESCRICAO) DELIMITED BY SIZE
                       INTO REG-CONCILIACAO-CSV
                   END-STRING
                   WRITE REG-CONCILIACAO-CSV
               END-IF
           END-IF.

       0690-LOGAR-RECUSA.
           MOVE 'PROGCOB103'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO   TO WRK-SEG-USUARIO.
           MOVE 'BAIXA MANUAL DE CONCILIACAO' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0900-GRAVAR-AUDITORIA-CON.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB103' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB103.
