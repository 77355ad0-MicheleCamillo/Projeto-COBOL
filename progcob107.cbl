      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Estorno de lote do razao - consulta os lotes postados
      *          em RAZAOEXT.DAT por programa de origem, data e lote,
      *          com as linhas estornadas e os estornos destacados, e
      *          estorna um lote inteiro postando o espelho exato das
      *          linhas com debito e credito trocados; o lote original
      *          fica marcado em ESTORNO.DAT e o espelho leva a marca
      *          RAZ-ESTORNO, de modo que nenhum dos dois volta a ser
      *          estornado. Periodo corrente fechado recusa o estorno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB107.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'estsel.cpy'.
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
           COPY 'estfd.cpy'.
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
           88 SAIR-MANUTENCAO  VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-EOF-RAZAO        PIC X(01)   VALUE 'N'.
           88 FIM-RAZAO        VALUE 'S'.

      * Lote procurado.
       77 WRK-ETN-PROGRAMA     PIC X(10)   VALUE SPACES.
       77 WRK-ETN-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-ETN-LOTE         PIC X(08)   VALUE SPACES.
       77 WRK-ETN-MOTIVO       PIC X(30)   VALUE SPACES.
       77 WRK-ETN-MARCA-ED     PIC X(09)   VALUE SPACES.

      * Linhas do lote a estornar, carregadas antes de postar - o
      * espelho e gravado no mesmo RAZAOEXT.DAT que esta sendo lido.
       01 WRK-TAB-LOTE.
           02 WRK-LOT-LINHA OCCURS 200 TIMES.
               03 WRK-LOT-CONTA      PIC X(06)    VALUE SPACES.
               03 WRK-LOT-DC         PIC X(01)    VALUE SPACES.
               03 WRK-LOT-VALOR      PIC 9(10)V99 VALUE ZEROS.
               03 WRK-LOT-CENTRO     PIC X(04)    VALUE SPACES.
               03 WRK-LOT-DESCRICAO  PIC X(30)    VALUE SPACES.
               03 WRK-LOT-REFERENCIA PIC X(15)    VALUE SPACES.
               03 WRK-LOT-DOC-TIPO   PIC X(02)    VALUE SPACES.
               03 WRK-LOT-DOC-NUMERO PIC X(15)    VALUE SPACES.
       77 WRK-LOT-QTD          PIC 9(05)   VALUE ZEROS.
       77 WRK-LOT-LOOP         PIC 9(05)   VALUE ZEROS.
       77 WRK-LOT-DEBITOS      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LOT-CREDITOS     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LOT-ESPELHO      PIC X(01)   VALUE 'N'.
           88 LOTE-E-ESTORNO   VALUE 'S'.

      * Resumo por lote da consulta sem lote informado.
       01 WRK-TAB-RESUMO.
           02 WRK-RES-ENTRADA OCCURS 50 TIMES INDEXED BY WRK-RES-IDX.
               03 WRK-RES-LOTE       PIC X(08)    VALUE SPACES.
               03 WRK-RES-QTD        PIC 9(05)    VALUE ZEROS.
               03 WRK-RES-DEBITOS    PIC 9(12)V99 VALUE ZEROS.
               03 WRK-RES-CREDITOS   PIC 9(12)V99 VALUE ZEROS.
               03 WRK-RES-MARCA      PIC X(01)    VALUE SPACES.
       77 WRK-RES-USADOS       PIC 9(02)   VALUE ZEROS.
       77 WRK-RES-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-RES-ACHOU        PIC X(01)   VALUE 'N'.
           88 RESUMO-ACHADO    VALUE 'S'.

      * Campos editados.
       77 WRK-ETN-VALOR-ED     PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-ETN-DEB-ED       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ETN-CRE-ED       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'estws.cpy'.
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
           MOVE 'PROGCOB107' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== ESTORNO DE LOTE DO RAZAO ====='.
           DISPLAY '1 - CONSULTAR LOTES DO RAZAO'.
           DISPLAY '2 - ESTORNAR LOTE (SUPERVISOR)'.
           DISPLAY '3 - RELACAO DE ESTORNOS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CONSULTAR-RAZAO
               WHEN 2
                   PERFORM 0400-ESTORNAR-LOTE
               WHEN 3
                   PERFORM 0600-EMITIR-RELACAO
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-LER-CHAVE-LOTE.
           DISPLAY 'PROGRAMA DE ORIGEM (EX.: PROGCOB063):'.
           ACCEPT WRK-ETN-PROGRAMA.
           DISPLAY 'DATA DO LANCAMENTO (AAAAMMDD):'.
           ACCEPT WRK-ETN-DATA.
           DISPLAY 'LOTE:'.
           ACCEPT WRK-ETN-LOTE.

       0300-CONSULTAR-RAZAO.
      * Sem lote informado lista os lotes do programa na data, com a
      * contagem e os totais de cada um; com lote, lista as linhas.
      * Lote estornado sai marcado ESTORNADO e o espelho ESTORNO.
           PERFORM 0250-LER-CHAVE-LOTE.
           MOVE 'PROGCOB107' TO WRK-REP-PROGRAMA.
           MOVE 'CONSULTA DE LOTES DO RAZAO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'ORIGEM: ' WRK-ETN-PROGRAMA '  DATA: ' WRK-ETN-DATA.
           MOVE ZEROS TO WRK-RES-USADOS WRK-LOT-QTD.
           INITIALIZE WRK-TAB-RESUMO.
           IF WRK-ETN-LOTE NOT = SPACES
               DISPLAY 'LOTE: ' WRK-ETN-LOTE
               DISPLAY 'CONTA  D/C          VALOR CC   DESCRICAO'
                   '                      MARCA'
           END-IF.
           PERFORM 9786-ABRIR-ESTORNOS.
           MOVE 'N' TO WRK-EOF-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO NOT = '00'
               DISPLAY 'RAZAO SEM LANCAMENTOS'
           ELSE
               PERFORM UNTIL FIM-RAZAO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           IF RAZ-PROGRAMA-ORIGEM = WRK-ETN-PROGRAMA
                              AND RAZ-DATA = WRK-ETN-DATA
                               PERFORM 0310-CONSULTAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           PERFORM 9787-FECHAR-ESTORNOS.
           IF WRK-ETN-LOTE = SPACES
               PERFORM 0330-IMPRIMIR-RESUMO
           ELSE
               DISPLAY 'LINHAS DO LOTE: ' WRK-LOT-QTD
           END-IF.
           MOVE 'CONSULTA-RAZAO'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-ETN-PROGRAMA  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-ETN-DATA      TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-ETN.

       0310-CONSULTAR-LINHA.
           PERFORM 9785-CLASSIFICAR-ESTORNO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           IF WRK-ETN-LOTE = SPACES
               PERFORM 0320-ACUMULAR-RESUMO
           ELSE
               IF RAZ-LOTE = WRK-ETN-LOTE
                   ADD 1 TO WRK-LOT-QTD
                   EVALUATE TRUE
                       WHEN LINHA-ESTORNADA
                           MOVE 'ESTORNADO' TO WRK-ETN-MARCA-ED
                       WHEN LINHA-DE-ESTORNO
                           MOVE 'ESTORNO'   TO WRK-ETN-MARCA-ED
                       WHEN OTHER
                           MOVE SPACES      TO WRK-ETN-MARCA-ED
                   END-EVALUATE
                   MOVE RAZ-VALOR TO WRK-ETN-VALOR-ED
                   DISPLAY RAZ-CONTA '  ' RAZ-DC ' ' WRK-ETN-VALOR-ED
                       ' ' RAZ-CENTRO-CUSTO ' ' RAZ-DESCRICAO ' '
                       WRK-ETN-MARCA-ED
               END-IF
           END-IF.

       0320-ACUMULAR-RESUMO.
           MOVE 'N' TO WRK-RES-ACHOU.
           IF WRK-RES-USADOS > 0
               SET WRK-RES-IDX TO 1
               SEARCH WRK-RES-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-RES-LOTE(WRK-RES-IDX) = RAZ-LOTE
                       SET RESUMO-ACHADO TO TRUE
               END-SEARCH
           END-IF.
           IF NOT RESUMO-ACHADO
               IF WRK-RES-USADOS < 50
                   ADD 1 TO WRK-RES-USADOS
                   SET WRK-RES-IDX TO WRK-RES-USADOS
                   MOVE RAZ-LOTE TO WRK-RES-LOTE(WRK-RES-IDX)
                   MOVE WRK-EST-MARCA TO WRK-RES-MARCA(WRK-RES-IDX)
                   SET RESUMO-ACHADO TO TRUE
               END-IF
           END-IF.
           IF RESUMO-ACHADO
               ADD 1 TO WRK-RES-QTD(WRK-RES-IDX)
               IF RAZ-DC = 'C'
                   ADD RAZ-VALOR TO WRK-RES-CREDITOS(WRK-RES-IDX)
               ELSE
                   ADD RAZ-VALOR TO WRK-RES-DEBITOS(WRK-RES-IDX)
               END-IF
           END-IF.

       0330-IMPRIMIR-RESUMO.
           DISPLAY 'LOTE     LINHAS          DEBITOS          CREDITOS'
               ' MARCA'.
           PERFORM VARYING WRK-RES-LOOP FROM 1 BY 1
                   UNTIL WRK-RES-LOOP > WRK-RES-USADOS
               EVALUATE WRK-RES-MARCA(WRK-RES-LOOP)
                   WHEN 'E'
                       MOVE 'ESTORNADO' TO WRK-ETN-MARCA-ED
                   WHEN 'R'
                       MOVE 'ESTORNO'   TO WRK-ETN-MARCA-ED
                   WHEN OTHER
                       MOVE SPACES      TO WRK-ETN-MARCA-ED
               END-EVALUATE
               MOVE WRK-RES-DEBITOS(WRK-RES-LOOP)  TO WRK-ETN-DEB-ED
               MOVE WRK-RES-CREDITOS(WRK-RES-LOOP) TO WRK-ETN-CRE-ED
               DISPLAY WRK-RES-LOTE(WRK-RES-LOOP) ' '
                   WRK-RES-QTD(WRK-RES-LOOP) ' ' WRK-ETN-DEB-ED ' '
                   WRK-ETN-CRE-ED ' ' WRK-ETN-MARCA-ED
           END-PERFORM.
           DISPLAY 'LOTES NA DATA: ' WRK-RES-USADOS.

       0400-ESTORNAR-LOTE.
      * O estorno vai ao razao - so supervisor (ou ADM) do sign-on
      * executa, e quem estornou fica no registro do estorno.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - ESTORNO NAO FEITO'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'ESTORNO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0410-LER-ESTORNO
           END-EVALUATE.

       0410-LER-ESTORNO.
      * O espelho e datado de hoje - o periodo corrente precisa estar
      * aberto, qualquer que seja o periodo do lote original.
           PERFORM 0250-LER-CHAVE-LOTE.
           DISPLAY 'MOTIVO DO ESTORNO:'.
           ACCEPT WRK-ETN-MOTIVO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           EVALUATE TRUE
               WHEN WRK-ETN-PROGRAMA = SPACES OR WRK-ETN-LOTE = SPACES
                   DISPLAY 'PROGRAMA E LOTE SAO OBRIGATORIOS'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-ETN-MOTIVO = SPACES
                   DISPLAY 'MOTIVO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN PERIODO-FECHADO
                   DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                       ' JA FECHADO - ESTORNO RECUSADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0420-CARREGAR-LOTE
                   EVALUATE TRUE
                       WHEN WRK-LOT-QTD = ZEROS
                           DISPLAY 'LOTE NAO ENCONTRADO NO RAZAO'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       WHEN WRK-LOT-QTD > 200
                           DISPLAY 'LOTE COM MAIS DE 200 LINHAS - '
                               'ESTORNO RECUSADO'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       WHEN LOTE-E-ESTORNO
                           DISPLAY 'LOTE E UM ESTORNO - NAO PODE SER '
                               'ESTORNADO'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       WHEN OTHER
                           PERFORM 0430-MARCAR-ESTORNO
                   END-EVALUATE
           END-EVALUATE.

       0420-CARREGAR-LOTE.
           MOVE ZEROS TO WRK-LOT-QTD WRK-LOT-DEBITOS WRK-LOT-CREDITOS.
           MOVE 'N'   TO WRK-LOT-ESPELHO WRK-EOF-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '00'
               PERFORM UNTIL FIM-RAZAO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           IF RAZ-PROGRAMA-ORIGEM = WRK-ETN-PROGRAMA
                              AND RAZ-DATA = WRK-ETN-DATA
                              AND RAZ-LOTE = WRK-ETN-LOTE
                               PERFORM 0425-GUARDAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.

       0425-GUARDAR-LINHA.
           ADD 1 TO WRK-LOT-QTD.
           IF RAZ-ESTORNO = 'R'
               SET LOTE-E-ESTORNO TO TRUE
           END-IF.
           IF RAZ-DC = 'C'
               ADD RAZ-VALOR TO WRK-LOT-CREDITOS
           ELSE
               ADD RAZ-VALOR TO WRK-LOT-DEBITOS
           END-IF.
           IF WRK-LOT-QTD NOT > 200
               MOVE RAZ-CONTA        TO WRK-LOT-CONTA(WRK-LOT-QTD)
               MOVE RAZ-DC           TO WRK-LOT-DC(WRK-LOT-QTD)
               MOVE RAZ-VALOR        TO WRK-LOT-VALOR(WRK-LOT-QTD)
               MOVE RAZ-CENTRO-CUSTO TO WRK-LOT-CENTRO(WRK-LOT-QTD)
               MOVE RAZ-DESCRICAO    TO WRK-LOT-DESCRICAO(WRK-LOT-QTD)
               MOVE RAZ-REFERENCIA
                   TO WRK-LOT-REFERENCIA(WRK-LOT-QTD)
               MOVE RAZ-DOC-TIPO     TO WRK-LOT-DOC-TIPO(WRK-LOT-QTD)
               MOVE RAZ-DOC-NUMERO
                   TO WRK-LOT-DOC-NUMERO(WRK-LOT-QTD)
           END-IF.

       0430-MARCAR-ESTORNO.
      * A marca do original e gravada antes do espelho: chave ja
      * existente quer dizer lote ja estornado, e nada e postado.
           PERFORM 9783-NUMERAR-LOTE.
           MOVE WRK-ETN-PROGRAMA TO EST-PROGRAMA.
           MOVE WRK-ETN-DATA     TO EST-DATA.
           MOVE WRK-ETN-LOTE     TO EST-LOTE.
           MOVE WRK-DATA-HOJE    TO EST-DATA-ESTORNO.
           MOVE WRK-RAZ-LOTE     TO EST-LOTE-ESTORNO.
           MOVE WRK-LOT-QTD      TO EST-QTD-LINHAS.
           MOVE WRK-LOT-DEBITOS  TO EST-VALOR.
           MOVE WRK-USUARIO      TO EST-USUARIO.
           MOVE WRK-ETN-MOTIVO   TO EST-MOTIVO.
           OPEN I-O ARQ-ESTORNO.
           IF WRK-FS-ESTORNO = '35'
               OPEN OUTPUT ARQ-ESTORNO
               CLOSE ARQ-ESTORNO
               OPEN I-O ARQ-ESTORNO
           END-IF.
           WRITE REG-ESTORNO
               INVALID KEY
                   READ ARQ-ESTORNO
                   DISPLAY 'LOTE JA ESTORNADO EM ' EST-DATA-ESTORNO
                       ' PELO LOTE ' EST-LOTE-ESTORNO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               NOT INVALID KEY
                   PERFORM 0440-POSTAR-ESPELHO
           END-WRITE.
           CLOSE ARQ-ESTORNO.
           MOVE SPACES TO WRK-RAZ-LOTE.

       0440-POSTAR-ESPELHO.
      * Mesmo programa de origem, conta, centro, valor, referencia e
      * documento de origem do original, com a natureza invertida -
      * a conciliacao por origem do PROGCOB061 ve o lote e o estorno
      * se anulando.
           PERFORM VARYING WRK-LOT-LOOP FROM 1 BY 1
                   UNTIL WRK-LOT-LOOP > WRK-LOT-QTD
               MOVE WRK-ETN-PROGRAMA TO WRK-RAZ-PROGRAMA
               MOVE WRK-LOT-CONTA(WRK-LOT-LOOP)  TO WRK-RAZ-CONTA
               MOVE WRK-LOT-VALOR(WRK-LOT-LOOP)  TO WRK-RAZ-VALOR
               MOVE WRK-LOT-CENTRO(WRK-LOT-LOOP) TO WRK-RAZ-CENTRO
               MOVE WRK-LOT-REFERENCIA(WRK-LOT-LOOP)
                   TO WRK-RAZ-REFERENCIA
               MOVE WRK-LOT-DOC-TIPO(WRK-LOT-LOOP)
                   TO WRK-RAZ-DOC-TIPO
               MOVE WRK-LOT-DOC-NUMERO(WRK-LOT-LOOP)
                   TO WRK-RAZ-DOC-NUMERO
               IF WRK-LOT-DC(WRK-LOT-LOOP) = 'C'
                   MOVE 'D' TO WRK-RAZ-DC
               ELSE
                   MOVE 'C' TO WRK-RAZ-DC
               END-IF
               MOVE SPACES TO WRK-RAZ-DESCRICAO
               STRING 'ESTORNO '
                      WRK-LOT-DESCRICAO(WRK-LOT-LOOP)(1:22)
                   DELIMITED BY SIZE INTO WRK-RAZ-DESCRICAO
               END-STRING
               MOVE 'R' TO WRK-RAZ-ESTORNO
               PERFORM 9782-GRAVAR-LANCAMENTO
           END-PERFORM.
           MOVE SPACES TO WRK-RAZ-ESTORNO WRK-RAZ-REFERENCIA
                          WRK-RAZ-DOC-TIPO WRK-RAZ-DOC-NUMERO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE WRK-LOT-DEBITOS  TO WRK-ETN-DEB-ED.
           MOVE WRK-LOT-CREDITOS TO WRK-ETN-CRE-ED.
           DISPLAY 'LOTE ESTORNADO - ' WRK-LOT-QTD ' LINHAS'.
           DISPLAY 'DEBITOS: ' WRK-ETN-DEB-ED
               '  CREDITOS: ' WRK-ETN-CRE-ED.
           DISPLAY 'LOTE DO ESTORNO: ' WRK-RAZ-LOTE
               '  DATA: ' WRK-DATA-HOJE.
           MOVE 'ESTORNO-LOTE'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE SPACES           TO WRK-AUD-VALOR-ENTRADA.
           STRING WRK-ETN-PROGRAMA ' ' WRK-ETN-DATA ' ' WRK-ETN-LOTE
               DELIMITED BY SIZE INTO WRK-AUD-VALOR-ENTRADA
           END-STRING.
           MOVE WRK-ETN-DEB-ED   TO WRK-AUD-VALOR-SAIDA.
           MOVE WRK-USUARIO      TO WRK-AUD-USUARIO.
           PERFORM 0910-GRAVAR-AUDITORIA-USUARIO.

       0600-EMITIR-RELACAO.
           MOVE 'PROGCOB107' TO WRK-REP-PROGRAMA.
           MOVE 'RELACAO DE LOTES ESTORNADOS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'ORIGEM     DATA     LOTE     ESTORNO  LOTE ESTORNO'
               ' LINHAS          VALOR USUARIO'.
           MOVE 'N' TO WRK-EOF-ESTORNO.
           OPEN INPUT ARQ-ESTORNO.
           IF WRK-FS-ESTORNO NOT = '00'
               DISPLAY 'NENHUM LOTE ESTORNADO'
           ELSE
               PERFORM UNTIL FIM-ESTORNO
                   READ ARQ-ESTORNO NEXT RECORD
                       AT END
                           SET FIM-ESTORNO TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                           MOVE EST-VALOR TO WRK-ETN-VALOR-ED
                           DISPLAY EST-PROGRAMA ' ' EST-DATA ' '
                               EST-LOTE ' ' EST-DATA-ESTORNO ' '
                               EST-LOTE-ESTORNO '     '
                               EST-QTD-LINHAS ' ' WRK-ETN-VALOR-ED
                               ' ' EST-USUARIO
                           DISPLAY '     MOTIVO: ' EST-MOTIVO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNO
           END-IF.

       0690-LOGAR-RECUSA.
           MOVE 'PROGCOB107'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO   TO WRK-SEG-USUARIO.
           MOVE 'ESTORNO DE LOTE NEGADO' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0900-GRAVAR-AUDITORIA-ETN.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           PERFORM 0910-GRAVAR-AUDITORIA-USUARIO.

       0910-GRAVAR-AUDITORIA-USUARIO.
           MOVE 'PROGCOB107' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'estpp.cpy'.
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
       END PROGRAM PROGCOB107.
