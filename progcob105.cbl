      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Rateio de custos indiretos - master de regras (centro
      *          e conta de origem, centros de destino e base de
      *          rateio: percentual fixo, headcount de EMPREGADOS.DAT
      *          ou area ocupada de ESPACO.DAT); o rateio do mes
      *          transfere o saldo da conta no centro de origem para
      *          os centros de destino pelo lancador de partida dobrada
      *          e imprime a trilha do rateio, para que o orcado x
      *          realizado do PROGCOB060 mostre o custo cheio de cada
      *          centro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB105.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'ratsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'espsel.cpy'.
            COPY 'ccusel.cpy'.
            COPY 'excsel.cpy'.
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
           COPY 'ratfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'espfd.cpy'.
           COPY 'ccufd.cpy'.
           COPY 'excfd.cpy'.
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
       77 WRK-EOF-ESPACO       PIC X(01)   VALUE 'N'.
           88 FIM-ESPACO       VALUE 'S'.
       77 WRK-EOF-EMP          PIC X(01)   VALUE 'N'.
           88 FIM-EMP          VALUE 'S'.
       77 WRK-EOF-RAZAO        PIC X(01)   VALUE 'N'.
           88 FIM-RAZAO        VALUE 'S'.

      * Campos digitados no cadastro da regra.
       77 WRK-RAT-CODIGO       PIC X(04)   VALUE SPACES.
       77 WRK-RAT-DESCRICAO    PIC X(30)   VALUE SPACES.
       77 WRK-RAT-ORIGEM       PIC X(04)   VALUE SPACES.
       77 WRK-RAT-CONTA        PIC X(06)   VALUE SPACES.
       77 WRK-RAT-BASE         PIC X(01)   VALUE SPACES.
           88 BASE-PERCENTUAL  VALUE 'P'.
           88 BASE-HEADCOUNT   VALUE 'H'.
           88 BASE-AREA        VALUE 'A'.
       77 WRK-RAT-QTD          PIC 9(02)   VALUE ZEROS.
       77 WRK-RAT-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-RAT-DST-CENTRO   PIC X(04)   VALUE SPACES.
       77 WRK-RAT-TOT-PERC     PIC 9(05)V99 VALUE ZEROS.
      * Primeira falha encontrada na digitacao dos destinos - a regra
      * so e gravada com todos os destinos validos.
       77 WRK-RAT-ERRO         PIC X(40)   VALUE SPACES.
       77 WRK-RAT-ESP-ACHADO   PIC X(01)   VALUE 'N'.
           88 ESPACO-ACHADO    VALUE 'S'.
      * Uma unica regra ativa por centro+conta de origem - duas regras
      * sobre o mesmo saldo o ratearia duas vezes.
       77 WRK-RAT-CONFLITO     PIC X(01)   VALUE 'N'.
           88 REGRA-EM-CONFLITO VALUE 'S'.
       77 WRK-RAT-COD-CONFLITO PIC X(04)   VALUE SPACES.

      * Destinos da regra em digitacao e, no rateio do mes, o peso
      * apurado pela base e a parte que coube a cada centro.
       01 WRK-TAB-DESTINO.
           02 WRK-DST-ENTRADA OCCURS 10 TIMES INDEXED BY WRK-DST-IDX.
               03 WRK-DST-CENTRO     PIC X(04)     VALUE SPACES.
               03 WRK-DST-PERCENTUAL PIC 9(03)V99  VALUE ZEROS.
               03 WRK-DST-ESPACO     PIC X(10)     VALUE SPACES.
               03 WRK-DST-PESO       PIC 9(07)V99  VALUE ZEROS.
               03 WRK-DST-VALOR      PIC 9(10)V99  VALUE ZEROS.

      * Competencia do rateio.
       01 WRK-RAT-COMPETENCIA.
           02 WRK-RAT-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-RAT-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-RAT-COMP-NUM REDEFINES WRK-RAT-COMPETENCIA PIC 9(06).

      * Apuracao do rateio de uma regra.
       77 WRK-RAT-SALDO        PIC S9(10)V99 VALUE ZEROS.
       77 WRK-RAT-TOT-PESO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RAT-ACUMULADO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-RAT-MAIOR        PIC 9(02)   VALUE ZEROS.
       77 WRK-RAT-PARTICIPACAO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-RAT-QTD-RATEADAS PIC 9(05)   VALUE ZEROS.
       77 WRK-RAT-QTD-JA-RATEADAS PIC 9(05) VALUE ZEROS.
       77 WRK-RAT-QTD-SEM-SALDO PIC 9(05)  VALUE ZEROS.
       77 WRK-RAT-TOT-RATEADO  PIC 9(12)V99 VALUE ZEROS.

      * Campos editados.
       77 WRK-RAT-SALDO-ED     PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-RAT-VALOR-ED     PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-RAT-PESO-ED      PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
       77 WRK-RAT-PERC-ED      PIC ZZ9,99          VALUE ZEROS.
       77 WRK-RAT-TOTAL-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'ratws.cpy'.
           COPY 'empws.cpy'.
           COPY 'espws.cpy'.
           COPY 'ccuws.cpy'.
           COPY 'excws.cpy'.
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
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB105' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== RATEIO DE CUSTOS INDIRETOS ====='.
           DISPLAY '1 - CADASTRAR/ALTERAR REGRA'.
           DISPLAY '2 - INATIVAR REGRA'.
           DISPLAY '3 - RATEIO DO MES (SUPERVISOR)'.
           DISPLAY '4 - RELACAO DE REGRAS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CADASTRAR-REGRA
               WHEN 2
                   PERFORM 0380-INATIVAR-REGRA
               WHEN 3
                   PERFORM 0400-RATEAR-MES
               WHEN 4
                   PERFORM 0600-EMITIR-RELACAO
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-CADASTRAR-REGRA.
      * A regra e sempre digitada por inteiro; codigo ja cadastrado
      * e substituido, preservando a ultima competencia rateada.
      * Centro em branco vale o centro geral '0000', qualquer outro
      * precisa estar ativo em CCUSTO.DAT; a conta rateada e de
      * despesa (grupo 5) do plano de contas.
           DISPLAY 'CODIGO DA REGRA:'.
           ACCEPT WRK-RAT-CODIGO.
           DISPLAY 'DESCRICAO:'.
           ACCEPT WRK-RAT-DESCRICAO.
           DISPLAY 'CENTRO DE ORIGEM (BRANCO = 0000):'.
           ACCEPT WRK-RAT-ORIGEM.
           IF WRK-RAT-ORIGEM = SPACES
               MOVE '0000' TO WRK-RAT-ORIGEM
           END-IF.
           DISPLAY 'CONTA A RATEAR:'.
           ACCEPT WRK-RAT-CONTA.
           DISPLAY 'BASE (P-PERCENTUAL  H-HEADCOUNT  A-AREA):'.
           ACCEPT WRK-RAT-BASE.
           DISPLAY 'QUANTIDADE DE CENTROS DE DESTINO (1 A 10):'.
           ACCEPT WRK-RAT-QTD.
           MOVE SPACES TO WRK-RAT-ERRO.
           MOVE ZEROS  TO WRK-RAT-TOT-PERC.
           INITIALIZE WRK-TAB-DESTINO.
           IF (BASE-PERCENTUAL OR BASE-HEADCOUNT OR BASE-AREA)
              AND WRK-RAT-QTD > ZEROS AND WRK-RAT-QTD NOT > 10
               PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                       UNTIL WRK-RAT-LOOP > WRK-RAT-QTD
                   PERFORM 0310-LER-DESTINO
               END-PERFORM
           END-IF.
           SET CENTRO-VALIDO TO TRUE.
           IF WRK-RAT-ORIGEM NOT = '0000'
               MOVE WRK-RAT-ORIGEM TO WRK-CCU-PROCURADO
               PERFORM 9550-VALIDAR-CENTRO
           END-IF.
           MOVE WRK-RAT-CONTA TO WRK-PLA-PROCURADA.
           PERFORM 9560-VALIDAR-CONTA.
           PERFORM 0330-VERIFICAR-CONFLITO.
           EVALUATE TRUE
               WHEN WRK-RAT-CODIGO = SPACES
                   DISPLAY 'CODIGO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN CENTRO-INVALIDO
                   DISPLAY 'CENTRO DE ORIGEM INEXISTENTE OU INATIVO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN CONTA-INVALIDA OR WRK-RAT-CONTA(1:1) NOT = '5'
                   DISPLAY 'CONTA INVALIDA - INFORME CONTA DE DESPESA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN NOT BASE-PERCENTUAL AND NOT BASE-HEADCOUNT
                    AND NOT BASE-AREA
                   DISPLAY 'BASE DE RATEIO INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-RAT-QTD = ZEROS OR WRK-RAT-QTD > 10
                   DISPLAY 'QUANTIDADE DE DESTINOS INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-RAT-ERRO NOT = SPACES
                   DISPLAY WRK-RAT-ERRO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN BASE-PERCENTUAL AND WRK-RAT-TOT-PERC NOT = 100
                   DISPLAY 'PERCENTUAIS NAO SOMAM 100'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN REGRA-EM-CONFLITO
                   DISPLAY 'CENTRO E CONTA JA RATEADOS PELA REGRA '
                       WRK-RAT-COD-CONFLITO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0350-GRAVAR-REGRA
           END-EVALUATE.

       0310-LER-DESTINO.
           DISPLAY 'CENTRO DE DESTINO ' WRK-RAT-LOOP ':'.
           ACCEPT WRK-RAT-DST-CENTRO.
           IF WRK-RAT-DST-CENTRO = SPACES
               MOVE '0000' TO WRK-RAT-DST-CENTRO
           END-IF.
           SET WRK-DST-IDX TO WRK-RAT-LOOP.
           IF BASE-PERCENTUAL
               DISPLAY 'PERCENTUAL DO CENTRO:'
               ACCEPT WRK-DST-PERCENTUAL(WRK-DST-IDX)
               ADD WRK-DST-PERCENTUAL(WRK-DST-IDX) TO WRK-RAT-TOT-PERC
           END-IF.
           IF BASE-AREA
               DISPLAY 'IDENTIFICADOR DO ARMAZEM OCUPADO:'
               ACCEPT WRK-DST-ESPACO(WRK-DST-IDX)
           END-IF.
           IF WRK-RAT-ERRO = SPACES
               SET CENTRO-VALIDO TO TRUE
               IF WRK-RAT-DST-CENTRO NOT = '0000'
                   MOVE WRK-RAT-DST-CENTRO TO WRK-CCU-PROCURADO
                   PERFORM 9550-VALIDAR-CENTRO
               END-IF
               SET WRK-DST-IDX TO 1
               SEARCH WRK-DST-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-DST-CENTRO(WRK-DST-IDX) =
                           WRK-RAT-DST-CENTRO
                       MOVE 'CENTRO DE DESTINO REPETIDO'
                           TO WRK-RAT-ERRO
               END-SEARCH
               EVALUATE TRUE
                   WHEN WRK-RAT-ERRO NOT = SPACES
                       CONTINUE
                   WHEN CENTRO-INVALIDO
                       MOVE 'CENTRO DE DESTINO INEXISTENTE OU INATIVO'
                           TO WRK-RAT-ERRO
                   WHEN WRK-RAT-DST-CENTRO = WRK-RAT-ORIGEM
                       MOVE 'DESTINO IGUAL AO CENTRO DE ORIGEM'
                           TO WRK-RAT-ERRO
                   WHEN BASE-AREA
                       SET WRK-DST-IDX TO WRK-RAT-LOOP
                       PERFORM 0320-VERIFICAR-ESPACO
                       IF NOT ESPACO-ACHADO
                           MOVE 'ARMAZEM NAO CADASTRADO EM ESPACO.DAT'
                               TO WRK-RAT-ERRO
                       END-IF
               END-EVALUATE
           END-IF.
           SET WRK-DST-IDX TO WRK-RAT-LOOP.
           MOVE WRK-RAT-DST-CENTRO TO WRK-DST-CENTRO(WRK-DST-IDX).

       0320-VERIFICAR-ESPACO.
      * ESPACO.DAT guarda uma linha por calculo de espaco - basta o
      * identificador aparecer em alguma delas.
           MOVE 'N' TO WRK-RAT-ESP-ACHADO WRK-EOF-ESPACO.
           OPEN INPUT ARQ-ESPACO.
           IF WRK-FS-ESPACO = '00'
               PERFORM UNTIL FIM-ESPACO OR ESPACO-ACHADO
                   READ ARQ-ESPACO
                       AT END
                           SET FIM-ESPACO TO TRUE
                       NOT AT END
                           IF ESP-IDENTIFICADOR =
                                   WRK-DST-ESPACO(WRK-DST-IDX)
                               SET ESPACO-ACHADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESPACO
           END-IF.

       0330-VERIFICAR-CONFLITO.
           MOVE 'N'    TO WRK-RAT-CONFLITO WRK-EOF-RATEIO.
           MOVE SPACES TO WRK-RAT-COD-CONFLITO.
           OPEN INPUT ARQ-RATEIO.
           IF WRK-FS-RATEIO = '00'
               PERFORM UNTIL FIM-RATEIO OR REGRA-EM-CONFLITO
                   READ ARQ-RATEIO NEXT RECORD
                       AT END
                           SET FIM-RATEIO TO TRUE
                       NOT AT END
                           IF RAT-SITUACAO = 'A'
                              AND RAT-CODIGO NOT = WRK-RAT-CODIGO
                              AND RAT-CENTRO-ORIGEM = WRK-RAT-ORIGEM
                              AND RAT-CONTA = WRK-RAT-CONTA
                               SET REGRA-EM-CONFLITO TO TRUE
                               MOVE RAT-CODIGO TO WRK-RAT-COD-CONFLITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RATEIO
           END-IF.

       0350-GRAVAR-REGRA.
           OPEN I-O ARQ-RATEIO.
           IF WRK-FS-RATEIO = '35'
               OPEN OUTPUT ARQ-RATEIO
               CLOSE ARQ-RATEIO
               OPEN I-O ARQ-RATEIO
           END-IF.
           MOVE WRK-RAT-CODIGO TO RAT-CODIGO.
           READ ARQ-RATEIO
               INVALID KEY
                   MOVE ZEROS TO RAT-ULT-COMPETENCIA
           END-READ.
           MOVE WRK-RAT-CODIGO    TO RAT-CODIGO.
           MOVE WRK-RAT-DESCRICAO TO RAT-DESCRICAO.
           MOVE WRK-RAT-ORIGEM    TO RAT-CENTRO-ORIGEM.
           MOVE WRK-RAT-CONTA     TO RAT-CONTA.
           MOVE WRK-RAT-BASE      TO RAT-BASE.
           MOVE WRK-RAT-QTD       TO RAT-QTD-DESTINOS.
           PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                   UNTIL WRK-RAT-LOOP > 10
               MOVE WRK-DST-CENTRO(WRK-RAT-LOOP)
                   TO RAT-DST-CENTRO(WRK-RAT-LOOP)
               MOVE WRK-DST-PERCENTUAL(WRK-RAT-LOOP)
                   TO RAT-DST-PERCENTUAL(WRK-RAT-LOOP)
               MOVE WRK-DST-ESPACO(WRK-RAT-LOOP)
                   TO RAT-DST-ESPACO(WRK-RAT-LOOP)
           END-PERFORM.
           MOVE 'A'               TO RAT-SITUACAO.
           ACCEPT RAT-USUARIO FROM ENVIRONMENT 'USER'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE     TO RAT-DATA-CADASTRO.
           WRITE REG-RATEIO
               INVALID KEY
                   REWRITE REG-RATEIO
                   DISPLAY 'REGRA ALTERADA'
               NOT INVALID KEY
                   DISPLAY 'REGRA INCLUIDA'
           END-WRITE.
           CLOSE ARQ-RATEIO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'REGRA-RATEIO'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-RAT-CODIGO  TO WRK-AUD-VALOR-ENTRADA.
           STRING WRK-RAT-ORIGEM ' ' WRK-RAT-CONTA ' ' WRK-RAT-BASE
               DELIMITED BY SIZE INTO WRK-AUD-VALOR-SAIDA
           END-STRING.
           PERFORM 0900-GRAVAR-AUDITORIA-RAT.

       0380-INATIVAR-REGRA.
           DISPLAY 'CODIGO DA REGRA:'.
           ACCEPT WRK-RAT-CODIGO.
           MOVE WRK-RAT-CODIGO TO RAT-CODIGO.
           OPEN I-O ARQ-RATEIO.
           IF WRK-FS-RATEIO NOT = '00'
               DISPLAY 'NENHUMA REGRA CADASTRADA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               READ ARQ-RATEIO
                   INVALID KEY
                       DISPLAY 'REGRA NAO CADASTRADA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       MOVE 'I' TO RAT-SITUACAO
                       REWRITE REG-RATEIO
                       DISPLAY 'REGRA INATIVADA'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'INATIVA-RATEIO' TO WRK-AUD-CAMPO-CHAVE
                       MOVE RAT-CODIGO       TO WRK-AUD-VALOR-ENTRADA
                       MOVE 'I'              TO WRK-AUD-VALOR-SAIDA
                       PERFORM 0900-GRAVAR-AUDITORIA-RAT
               END-READ
               CLOSE ARQ-RATEIO
           END-IF.

       0400-RATEAR-MES.
      * O rateio vai ao razao - so supervisor (ou ADM) do sign-on
      * executa, e so em competencia de periodo ainda aberto.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - RATEIO NAO FEITO'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'RATEIO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0410-LER-COMPETENCIA
           END-EVALUATE.

       0410-LER-COMPETENCIA.
      * O razao data o lancamento no dia da postagem - o rateio so
      * roda na competencia corrente, para cair no mes que o
      * PROGCOB060 e o PROGCOB104 apuram, como o lancamento
      * recorrente do PROGCOB106.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DO RATEIO (AAAAMM):'.
           ACCEPT WRK-RAT-COMPETENCIA.
           EVALUATE TRUE
               WHEN WRK-RAT-COMP-NUM NOT NUMERIC
                 OR WRK-RAT-COMP-ANO = ZEROS
                 OR WRK-RAT-COMP-MES < 1 OR WRK-RAT-COMP-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-RAT-COMP-NUM NOT = WRK-DATA-HOJE(1:6)
                   DISPLAY 'RATEIO SO NA COMPETENCIA CORRENTE ('
                       WRK-DATA-HOJE(1:6) ') - RATEIO RECUSADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   MOVE WRK-RAT-COMP-NUM TO WRK-PER-CONSULTA
                   PERFORM 9790-VERIFICAR-PERIODO
                   IF PERIODO-FECHADO
                       DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                           ' JA FECHADO - RATEIO RECUSADO'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   ELSE
                       PERFORM 0420-RATEAR-REGRAS
                   END-IF
           END-EVALUATE.

       0420-RATEAR-REGRAS.
           MOVE ZEROS TO WRK-RAT-QTD-RATEADAS WRK-RAT-QTD-JA-RATEADAS
                         WRK-RAT-QTD-SEM-SALDO WRK-RAT-TOT-RATEADO.
           MOVE 'PROGCOB105' TO WRK-REP-PROGRAMA.
           MOVE 'TRILHA DO RATEIO DE CUSTOS INDIRETOS'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'COMPETENCIA: ' WRK-RAT-COMP-NUM.
           MOVE 'N' TO WRK-EOF-RATEIO.
           OPEN I-O ARQ-RATEIO.
           IF WRK-FS-RATEIO NOT = '00'
               DISPLAY 'NENHUMA REGRA CADASTRADA'
           ELSE
               PERFORM UNTIL FIM-RATEIO
                   READ ARQ-RATEIO NEXT RECORD
                       AT END
                           SET FIM-RATEIO TO TRUE
                       NOT AT END
                           PERFORM 0430-RATEAR-UMA-REGRA
                   END-READ
               END-PERFORM
               CLOSE ARQ-RATEIO
           END-IF.
           MOVE WRK-RAT-TOT-RATEADO TO WRK-RAT-TOTAL-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'REGRAS RATEADAS NO MES.......: '
               WRK-RAT-QTD-RATEADAS.
           DISPLAY 'JA RATEADAS NA COMPETENCIA...: '
               WRK-RAT-QTD-JA-RATEADAS.
           DISPLAY 'SEM CUSTO OU BASE A RATEAR...: '
               WRK-RAT-QTD-SEM-SALDO.
           DISPLAY 'TOTAL RATEADO NO MES.........: ' WRK-RAT-TOTAL-ED.
           MOVE 'RATEIO'         TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-RAT-COMP-NUM TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-RAT-TOTAL-ED TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-RAT.

       0430-RATEAR-UMA-REGRA.
      * Competencia ja rateada (reexecucao) e so contada, nunca
      * repostada; saldo zero ou credor nao tem o que distribuir, e
      * base zerada (centro sem empregado ativo, armazem sem area)
      * vai para excecoes para ser corrigida antes de nova execucao.
           IF RAT-SITUACAO = 'A'
               IF RAT-ULT-COMPETENCIA >= WRK-RAT-COMP-NUM
                   ADD 1 TO WRK-RAT-QTD-JA-RATEADAS
                   DISPLAY 'REGRA ' RAT-CODIGO
                       ' JA RATEADA NA COMPETENCIA'
               ELSE
                   PERFORM 0440-APURAR-SALDO-ORIGEM
                   IF WRK-RAT-SALDO NOT > ZEROS
                       ADD 1 TO WRK-RAT-QTD-SEM-SALDO
                       DISPLAY 'REGRA ' RAT-CODIGO
                           ' SEM CUSTO A RATEAR NA COMPETENCIA'
                   ELSE
                       PERFORM 0450-APURAR-BASES
                       IF WRK-RAT-TOT-PESO = ZEROS
                           ADD 1 TO WRK-RAT-QTD-SEM-SALDO
                           DISPLAY 'REGRA ' RAT-CODIGO
                               ' COM BASE DE RATEIO ZERADA'
                           MOVE 'PROGCOB105' TO EXC-PROGRAMA
                           MOVE 'RATEIO - BASE DE RATEIO ZERADA'
                               TO EXC-MENSAGEM
                           MOVE REG-RATEIO   TO EXC-DADO
                           PERFORM 9700-GRAVAR-EXCECAO
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       ELSE
                           PERFORM 0460-POSTAR-RATEIO
                           MOVE WRK-RAT-COMP-NUM
                               TO RAT-ULT-COMPETENCIA
                           REWRITE REG-RATEIO
                           ADD 1 TO WRK-RAT-QTD-RATEADAS
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0440-APURAR-SALDO-ORIGEM.
      * Saldo devedor da conta no centro de origem dentro da
      * competencia. Os lancamentos do proprio rateio ficam de fora,
      * para que cada regra distribua o custo original do centro.
           MOVE ZEROS TO WRK-RAT-SALDO.
           MOVE 'N'   TO WRK-EOF-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '00'
               PERFORM UNTIL FIM-RAZAO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           IF RAZ-DATA(1:6) = WRK-RAT-COMP-NUM
                              AND RAZ-CENTRO-CUSTO = RAT-CENTRO-ORIGEM
                              AND RAZ-CONTA = RAT-CONTA
                              AND RAZ-PROGRAMA-ORIGEM NOT = 'PROGCOB105'
                               IF RAZ-DC = 'C'
                                   SUBTRACT RAZ-VALOR
                                       FROM WRK-RAT-SALDO
                               ELSE
                                   ADD RAZ-VALOR TO WRK-RAT-SALDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.

       0450-APURAR-BASES.
      * Peso de cada destino conforme a base da regra: o percentual
      * fixo, o numero de empregados nao desligados lotados no centro
      * ou a area do armazem no calculo mais recente de ESPACO.DAT.
           INITIALIZE WRK-TAB-DESTINO.
           MOVE ZEROS TO WRK-RAT-TOT-PESO.
           PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                   UNTIL WRK-RAT-LOOP > RAT-QTD-DESTINOS
               MOVE RAT-DST-CENTRO(WRK-RAT-LOOP)
                   TO WRK-DST-CENTRO(WRK-RAT-LOOP)
               MOVE RAT-DST-ESPACO(WRK-RAT-LOOP)
                   TO WRK-DST-ESPACO(WRK-RAT-LOOP)
               IF RAT-BASE = 'P'
                   MOVE RAT-DST-PERCENTUAL(WRK-RAT-LOOP)
                       TO WRK-DST-PESO(WRK-RAT-LOOP)
               END-IF
           END-PERFORM.
           IF RAT-BASE = 'H'
               MOVE 'N' TO WRK-EOF-EMP
               OPEN INPUT ARQ-EMPREGADOS
               IF WRK-FS-EMPREGADOS = '00'
                   PERFORM UNTIL FIM-EMP
                       READ ARQ-EMPREGADOS NEXT RECORD
                           AT END
                               SET FIM-EMP TO TRUE
                           NOT AT END
                               IF EMP-SITUACAO NOT = 'D'
                                   PERFORM 0455-CONTAR-EMPREGADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-EMPREGADOS
               END-IF
           END-IF.
           IF RAT-BASE = 'A'
               MOVE 'N' TO WRK-EOF-ESPACO
               OPEN INPUT ARQ-ESPACO
               IF WRK-FS-ESPACO = '00'
                   PERFORM UNTIL FIM-ESPACO
                       READ ARQ-ESPACO
                           AT END
                               SET FIM-ESPACO TO TRUE
                           NOT AT END
                               PERFORM 0456-MEDIR-AREA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ESPACO
               END-IF
           END-IF.
           MOVE 1 TO WRK-RAT-MAIOR.
           PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                   UNTIL WRK-RAT-LOOP > RAT-QTD-DESTINOS
               ADD WRK-DST-PESO(WRK-RAT-LOOP) TO WRK-RAT-TOT-PESO
               IF WRK-DST-PESO(WRK-RAT-LOOP) >
                       WRK-DST-PESO(WRK-RAT-MAIOR)
                   MOVE WRK-RAT-LOOP TO WRK-RAT-MAIOR
               END-IF
           END-PERFORM.

       0455-CONTAR-EMPREGADO.
           SET WRK-DST-IDX TO 1.
           SEARCH WRK-DST-ENTRADA
               AT END
                   CONTINUE
               WHEN WRK-DST-CENTRO(WRK-DST-IDX) = EMP-CENTRO-CUSTO
                   ADD 1 TO WRK-DST-PESO(WRK-DST-IDX)
           END-SEARCH.

       0456-MEDIR-AREA.
      * ESPACO.DAT acumula um calculo por linha - vale a ultima area
      * gravada para o armazem.
           PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                   UNTIL WRK-RAT-LOOP > RAT-QTD-DESTINOS
               IF WRK-DST-ESPACO(WRK-RAT-LOOP) = ESP-IDENTIFICADOR
                   MOVE ESP-AREA TO WRK-DST-PESO(WRK-RAT-LOOP)
               END-IF
           END-PERFORM.

       0460-POSTAR-RATEIO.
      * Cada destino recebe saldo * peso / total dos pesos; o de
      * maior peso fica com a diferenca do arredondamento, para que o
      * centro de origem seja zerado exatamente. O par debita a conta
      * no centro de destino e credita a mesma conta no centro de
      * origem.
           MOVE WRK-RAT-SALDO TO WRK-RAT-SALDO-ED.
           DISPLAY ' '.
           DISPLAY 'REGRA ' RAT-CODIGO ' ' RAT-DESCRICAO.
           DISPLAY 'ORIGEM ' RAT-CENTRO-ORIGEM '  CONTA ' RAT-CONTA
               '  BASE ' RAT-BASE '  SALDO ' WRK-RAT-SALDO-ED.
           DISPLAY 'CENTRO              BASE  PARTIC.%'
               '           VALOR RATEADO'.
           MOVE ZEROS TO WRK-RAT-ACUMULADO.
           PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                   UNTIL WRK-RAT-LOOP > RAT-QTD-DESTINOS
               IF WRK-RAT-LOOP NOT = WRK-RAT-MAIOR
                   COMPUTE WRK-DST-VALOR(WRK-RAT-LOOP) ROUNDED =
                       WRK-RAT-SALDO * WRK-DST-PESO(WRK-RAT-LOOP)
                       / WRK-RAT-TOT-PESO
                   ADD WRK-DST-VALOR(WRK-RAT-LOOP)
                       TO WRK-RAT-ACUMULADO
               END-IF
           END-PERFORM.
           COMPUTE WRK-DST-VALOR(WRK-RAT-MAIOR) =
               WRK-RAT-SALDO - WRK-RAT-ACUMULADO.
           MOVE SPACES TO WRK-RAZ-LOTE.
           PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                   UNTIL WRK-RAT-LOOP > RAT-QTD-DESTINOS
               PERFORM 0470-POSTAR-DESTINO
           END-PERFORM.
           ADD WRK-RAT-SALDO TO WRK-RAT-TOT-RATEADO.

       0470-POSTAR-DESTINO.
           COMPUTE WRK-RAT-PARTICIPACAO ROUNDED =
               WRK-DST-PESO(WRK-RAT-LOOP) * 100 / WRK-RAT-TOT-PESO.
           IF WRK-DST-VALOR(WRK-RAT-LOOP) > ZEROS
               MOVE 'PROGCOB105'    TO WRK-RAZ-PROGRAMA
               SET DOC-REGRA-RATEIO TO TRUE
               MOVE RAT-CODIGO      TO WRK-RAZ-DOC-NUMERO
               MOVE WRK-DST-CENTRO(WRK-RAT-LOOP) TO WRK-RAZ-CENTRO
               MOVE RAT-CENTRO-ORIGEM TO WRK-RAZ-CENTRO-CRE
               MOVE RAT-CONTA       TO WRK-RAZ-CONTA-DEB
                                       WRK-RAZ-CONTA-CRE
               MOVE SPACES          TO WRK-RAZ-DESCRICAO
               STRING 'RATEIO DE CUSTO - REGRA ' RAT-CODIGO
                   DELIMITED BY SIZE INTO WRK-RAZ-DESCRICAO
               END-STRING
               MOVE RAT-CODIGO      TO WRK-RAZ-REFERENCIA
               MOVE WRK-DST-VALOR(WRK-RAT-LOOP) TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           MOVE WRK-DST-PESO(WRK-RAT-LOOP)  TO WRK-RAT-PESO-ED.
           MOVE WRK-RAT-PARTICIPACAO        TO WRK-RAT-PERC-ED.
           MOVE WRK-DST-VALOR(WRK-RAT-LOOP) TO WRK-RAT-VALOR-ED.
           DISPLAY WRK-DST-CENTRO(WRK-RAT-LOOP) ' '
               WRK-DST-ESPACO(WRK-RAT-LOOP) ' ' WRK-RAT-PESO-ED
               '  ' WRK-RAT-PERC-ED '  ' WRK-RAT-VALOR-ED.

       0600-EMITIR-RELACAO.
           MOVE 'PROGCOB105' TO WRK-REP-PROGRAMA.
           MOVE 'REGRAS DE RATEIO DE CUSTOS INDIRETOS'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'COD  DESCRICAO                      ORIG CONTA '
               ' B S ULT.COMP'.
           MOVE 'N' TO WRK-EOF-RATEIO.
           OPEN INPUT ARQ-RATEIO.
           IF WRK-FS-RATEIO NOT = '00'
               DISPLAY 'NENHUMA REGRA CADASTRADA'
           ELSE
               PERFORM UNTIL FIM-RATEIO
                   READ ARQ-RATEIO NEXT RECORD
                       AT END
                           SET FIM-RATEIO TO TRUE
                       NOT AT END
                           PERFORM 0610-IMPRIMIR-REGRA
                   END-READ
               END-PERFORM
               CLOSE ARQ-RATEIO
           END-IF.

       0610-IMPRIMIR-REGRA.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           DISPLAY RAT-CODIGO ' ' RAT-DESCRICAO ' '
               RAT-CENTRO-ORIGEM ' ' RAT-CONTA ' '
               RAT-BASE ' ' RAT-SITUACAO ' ' RAT-ULT-COMPETENCIA.
           PERFORM VARYING WRK-RAT-LOOP FROM 1 BY 1
                   UNTIL WRK-RAT-LOOP > RAT-QTD-DESTINOS
               MOVE RAT-DST-PERCENTUAL(WRK-RAT-LOOP) TO WRK-RAT-PERC-ED
               EVALUATE RAT-BASE
                   WHEN 'P'
                       DISPLAY '     DESTINO '
                           RAT-DST-CENTRO(WRK-RAT-LOOP) ' '
                           WRK-RAT-PERC-ED '%'
                   WHEN 'A'
                       DISPLAY '     DESTINO '
                           RAT-DST-CENTRO(WRK-RAT-LOOP) ' ARMAZEM '
                           RAT-DST-ESPACO(WRK-RAT-LOOP)
                   WHEN OTHER
                       DISPLAY '     DESTINO '
                           RAT-DST-CENTRO(WRK-RAT-LOOP) ' HEADCOUNT'
               END-EVALUATE
           END-PERFORM.

       0690-LOGAR-RECUSA.
           MOVE 'PROGCOB105'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO   TO WRK-SEG-USUARIO.
           MOVE 'OPERACAO DE RATEIO NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0900-GRAVAR-AUDITORIA-RAT.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB105' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'ccupp.cpy'.
           COPY 'excpp.cpy'.
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
           COPY 'datevalpp.cpy'.
       END PROGRAM PROGCOB105.
