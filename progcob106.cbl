      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Lancamentos recorrentes - modelos de lote balanceado
      *          (aluguel, amortizacao de seguro, contratos de
      *          servico) com conta, centro de custo, valor, vigencia
      *          por competencia e dia do mes; a postagem do periodo
      *          aberto (PERIODO.DAT) grava no razao, pelo mesmo
      *          gravador do lancamento manual do PROGCOB063, os
      *          modelos vencidos uma unica vez por competencia, e o
      *          relatorio lista o que foi postado, o que esta
      *          pendente e os modelos perto do fim da vigencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB106.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'lrcsel.cpy'.
            COPY 'ccusel.cpy'.
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
           COPY 'lrcfd.cpy'.
           COPY 'ccufd.cpy'.
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

      * Cabecalho do modelo em digitacao.
       77 WRK-LRC-CODIGO       PIC X(06)   VALUE SPACES.
       77 WRK-LRC-DESCRICAO    PIC X(30)   VALUE SPACES.
       77 WRK-LRC-DIA          PIC 9(02)   VALUE ZEROS.
       01 WRK-LRC-INICIO.
           02 WRK-LRC-INI-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-LRC-INI-MES  PIC 9(02)   VALUE ZEROS.
       01 WRK-LRC-INI-NUM REDEFINES WRK-LRC-INICIO PIC 9(06).
       01 WRK-LRC-FIM.
           02 WRK-LRC-FIM-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-LRC-FIM-MES  PIC 9(02)   VALUE ZEROS.
       01 WRK-LRC-FIM-NUM REDEFINES WRK-LRC-FIM PIC 9(06).

      * Pernas do modelo em digitacao - como no lote manual do
      * PROGCOB063, o modelo so e gravado com debitos iguais aos
      * creditos.
       01 WRK-TAB-MODELO.
           02 WRK-MOD-LINHA OCCURS 10 TIMES.
               03 WRK-MOD-CONTA     PIC X(06)    VALUE SPACES.
               03 WRK-MOD-DC        PIC X(01)    VALUE SPACES.
               03 WRK-MOD-CENTRO    PIC X(04)    VALUE SPACES.
               03 WRK-MOD-VALOR     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-MOD-QTD          PIC 9(02)   VALUE ZEROS.
       77 WRK-MOD-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-MOD-FIM          PIC X(01)   VALUE 'N'.
           88 FIM-DIGITACAO    VALUE 'S'.
       77 WRK-MOD-REJEITADAS   PIC 9(02)   VALUE ZEROS.

      * Campos da perna em digitacao.
       77 WRK-LIN-CONTA        PIC X(06)    VALUE SPACES.
       77 WRK-LIN-DC           PIC X(01)    VALUE SPACES.
       77 WRK-LIN-VALOR        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LIN-CENTRO       PIC X(04)    VALUE SPACES.

       77 WRK-TOT-DEBITOS      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS     PIC 9(12)V99 VALUE ZEROS.

      * Competencia de trabalho (a do periodo corrente na postagem,
      * a informada no relatorio) e o limite do aviso de termino de
      * vigencia: modelos que terminam ate WRK-LRC-MESES-AVISO - 1
      * meses depois dela.
       01 WRK-LRC-COMPETENCIA.
           02 WRK-LRC-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-LRC-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-LRC-COMP-NUM REDEFINES WRK-LRC-COMPETENCIA PIC 9(06).
       77 WRK-LRC-MESES-AVISO  PIC 9(02)   VALUE 3.
       01 WRK-LRC-LIMITE.
           02 WRK-LRC-LIM-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-LRC-LIM-MES  PIC 9(02)   VALUE ZEROS.
       01 WRK-LRC-LIM-NUM REDEFINES WRK-LRC-LIMITE PIC 9(06).
       77 WRK-LRC-DIA-HOJE     PIC 9(02)   VALUE ZEROS.
       77 WRK-LRC-DIA-EFETIVO  PIC 9(02)   VALUE ZEROS.
       77 WRK-LRC-TOTAL        PIC 9(12)V99 VALUE ZEROS.

      * Contadores da postagem e do relatorio.
       77 WRK-LRC-QTD-POSTADOS PIC 9(05)   VALUE ZEROS.
       77 WRK-LRC-QTD-JA-POSTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-LRC-QTD-A-VENCER PIC 9(05)   VALUE ZEROS.
       77 WRK-LRC-QTD-PENDENTES PIC 9(05)  VALUE ZEROS.
       77 WRK-LRC-QTD-LANCTOS  PIC 9(05)   VALUE ZEROS.
       77 WRK-LRC-TOT-POSTADO  PIC 9(12)V99 VALUE ZEROS.

      * Campos editados.
       77 WRK-LRC-VALOR-ED     PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-LRC-TOTAL-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-DEB-ED       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-CRE-ED       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'lrcws.cpy'.
           COPY 'ccuws.cpy'.
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
           MOVE 'PROGCOB106' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== LANCAMENTOS RECORRENTES ====='.
           DISPLAY '1 - CADASTRAR/ALTERAR MODELO'.
           DISPLAY '2 - INATIVAR MODELO'.
           DISPLAY '3 - POSTAR MODELOS DO PERIODO (SUPERVISOR)'.
           DISPLAY '4 - RELATORIO DE POSTADOS E A VENCER'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CADASTRAR-MODELO
               WHEN 2
                   PERFORM 0380-INATIVAR-MODELO
               WHEN 3
                   PERFORM 0400-POSTAR-PERIODO
               WHEN 4
                   PERFORM 0600-EMITIR-RELATORIO
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-CADASTRAR-MODELO.
      * O modelo vira lancamento no razao todo mes - como no
      * lancamento manual, so operador com sign-on valido cadastra,
      * e e ele quem assina a trilha de auditoria.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
               DISPLAY 'SIGN-ON RECUSADO - MODELO NAO GRAVADO'
               PERFORM 0690-LOGAR-RECUSA
           ELSE
               PERFORM 0310-LER-MODELO
           END-IF.

       0310-LER-MODELO.
           DISPLAY 'CODIGO DO MODELO:'.
           ACCEPT WRK-LRC-CODIGO.
           DISPLAY 'DESCRICAO (HISTORICO DO LANCAMENTO):'.
           ACCEPT WRK-LRC-DESCRICAO.
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM):'.
           ACCEPT WRK-LRC-INICIO.
           DISPLAY 'COMPETENCIA FINAL (AAAAMM, ZEROS = SEM TERMINO):'.
           ACCEPT WRK-LRC-FIM.
           DISPLAY 'DIA DO MES PARA POSTAR (1 A 31):'.
           ACCEPT WRK-LRC-DIA.
           MOVE ZEROS TO WRK-MOD-QTD WRK-MOD-REJEITADAS
                         WRK-TOT-DEBITOS WRK-TOT-CREDITOS.
           MOVE 'N' TO WRK-MOD-FIM.
           INITIALIZE WRK-TAB-MODELO.
           DISPLAY '(CONTA EM BRANCO ENCERRA O MODELO)'.
           PERFORM 0320-CAPTAR-LINHA
               UNTIL FIM-DIGITACAO OR WRK-MOD-QTD >= 10.
           MOVE WRK-TOT-DEBITOS  TO WRK-TOT-DEB-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-TOT-CRE-ED.
           DISPLAY 'DEBITOS: ' WRK-TOT-DEB-ED
               '  CREDITOS: ' WRK-TOT-CRE-ED.
           EVALUATE TRUE
               WHEN WRK-LRC-CODIGO = SPACES
                   DISPLAY 'CODIGO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-LRC-INI-NUM NOT NUMERIC
                    OR WRK-LRC-INI-ANO = ZEROS
                    OR WRK-LRC-INI-MES < 1 OR WRK-LRC-INI-MES > 12
                   DISPLAY 'COMPETENCIA INICIAL INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-LRC-FIM-NUM NOT NUMERIC
                   DISPLAY 'COMPETENCIA FINAL INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-LRC-FIM-NUM NOT = ZEROS
                    AND (WRK-LRC-FIM-MES < 1 OR WRK-LRC-FIM-MES > 12
                         OR WRK-LRC-FIM-NUM < WRK-LRC-INI-NUM)
                   DISPLAY 'COMPETENCIA FINAL INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-LRC-DIA < 1 OR WRK-LRC-DIA > 31
                   DISPLAY 'DIA DO MES INVALIDO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-MOD-REJEITADAS > ZEROS
                   DISPLAY 'MODELO COM PERNA REJEITADA - NADA FOI '
                       'GRAVADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-MOD-QTD < 2
                   DISPLAY 'MODELO PRECISA DE DEBITO E CREDITO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
                   DISPLAY 'MODELO NAO BALANCEADO - NADA FOI GRAVADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0350-GRAVAR-MODELO
           END-EVALUATE.

       0320-CAPTAR-LINHA.
           DISPLAY 'CONTA:'.
           ACCEPT WRK-LIN-CONTA.
           IF WRK-LIN-CONTA = SPACES
               SET FIM-DIGITACAO TO TRUE
           ELSE
               DISPLAY 'NATUREZA (D/C):'
               ACCEPT WRK-LIN-DC
               DISPLAY 'VALOR:'
               ACCEPT WRK-LIN-VALOR
               DISPLAY 'CENTRO DE CUSTO (BRANCO = 0000):'
               ACCEPT WRK-LIN-CENTRO
               PERFORM 0330-VALIDAR-LINHA
           END-IF.

       0330-VALIDAR-LINHA.
           IF WRK-LIN-CENTRO = SPACES
               MOVE '0000' TO WRK-LIN-CENTRO
           END-IF.
           MOVE WRK-LIN-CONTA TO WRK-PLA-PROCURADA.
           PERFORM 9560-VALIDAR-CONTA.
           IF WRK-LIN-CENTRO = '0000'
               SET CENTRO-VALIDO TO TRUE
           ELSE
               MOVE WRK-LIN-CENTRO TO WRK-CCU-PROCURADO
               PERFORM 9550-VALIDAR-CENTRO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-LIN-DC NOT = 'D' AND WRK-LIN-DC NOT = 'C'
                   DISPLAY 'NATUREZA DEVE SER D OU C - PERNA '
                       'REJEITADA'
                   ADD 1 TO WRK-MOD-REJEITADAS
               WHEN WRK-LIN-VALOR = ZEROS
                   DISPLAY 'VALOR NAO PODE SER ZERO - PERNA '
                       'REJEITADA'
                   ADD 1 TO WRK-MOD-REJEITADAS
               WHEN CONTA-INVALIDA
                   DISPLAY 'CONTA FORA DO PLANO - PERNA REJEITADA'
                   ADD 1 TO WRK-MOD-REJEITADAS
               WHEN CENTRO-INVALIDO
                   DISPLAY 'CENTRO DE CUSTO INVALIDO - PERNA '
                       'REJEITADA'
                   ADD 1 TO WRK-MOD-REJEITADAS
               WHEN OTHER
                   ADD 1 TO WRK-MOD-QTD
                   MOVE WRK-LIN-CONTA  TO WRK-MOD-CONTA(WRK-MOD-QTD)
                   MOVE WRK-LIN-DC     TO WRK-MOD-DC(WRK-MOD-QTD)
                   MOVE WRK-LIN-VALOR  TO WRK-MOD-VALOR(WRK-MOD-QTD)
                   MOVE WRK-LIN-CENTRO TO WRK-MOD-CENTRO(WRK-MOD-QTD)
                   IF WRK-LIN-DC = 'D'
                       ADD WRK-LIN-VALOR TO WRK-TOT-DEBITOS
                   ELSE
                       ADD WRK-LIN-VALOR TO WRK-TOT-CREDITOS
                   END-IF
           END-EVALUATE.

       0350-GRAVAR-MODELO.
      * Modelo ja cadastrado e substituido por inteiro, preservando a
      * ultima competencia postada.
           OPEN I-O ARQ-LANC-RECORRENTE.
           IF WRK-FS-LANC-RECORRENTE = '35'
               OPEN OUTPUT ARQ-LANC-RECORRENTE
               CLOSE ARQ-LANC-RECORRENTE
               OPEN I-O ARQ-LANC-RECORRENTE
           END-IF.
           MOVE WRK-LRC-CODIGO TO LRC-CODIGO.
           READ ARQ-LANC-RECORRENTE
               INVALID KEY
                   MOVE ZEROS TO LRC-ULT-COMPETENCIA
                                 LRC-DATA-ULT-POSTAGEM
           END-READ.
           MOVE WRK-LRC-CODIGO    TO LRC-CODIGO.
           MOVE WRK-LRC-DESCRICAO TO LRC-DESCRICAO.
           MOVE WRK-LRC-INI-NUM   TO LRC-COMP-INICIO.
           MOVE WRK-LRC-FIM-NUM   TO LRC-COMP-FIM.
           MOVE WRK-LRC-DIA       TO LRC-DIA.
           MOVE WRK-MOD-QTD       TO LRC-QTD-LINHAS.
           PERFORM VARYING WRK-MOD-LOOP FROM 1 BY 1
                   UNTIL WRK-MOD-LOOP > 10
               MOVE WRK-MOD-CONTA(WRK-MOD-LOOP)
                   TO LRC-CONTA(WRK-MOD-LOOP)
               MOVE WRK-MOD-DC(WRK-MOD-LOOP)
                   TO LRC-DC(WRK-MOD-LOOP)
               MOVE WRK-MOD-CENTRO(WRK-MOD-LOOP)
                   TO LRC-CENTRO(WRK-MOD-LOOP)
               MOVE WRK-MOD-VALOR(WRK-MOD-LOOP)
                   TO LRC-VALOR(WRK-MOD-LOOP)
           END-PERFORM.
           MOVE 'A'               TO LRC-SITUACAO.
           MOVE WRK-USUARIO       TO LRC-USUARIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE     TO LRC-DATA-CADASTRO.
           WRITE REG-LANC-RECORRENTE
               INVALID KEY
                   REWRITE REG-LANC-RECORRENTE
                   DISPLAY 'MODELO ALTERADO'
               NOT INVALID KEY
                   DISPLAY 'MODELO INCLUIDO'
           END-WRITE.
           CLOSE ARQ-LANC-RECORRENTE.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'MODELO-RECORRENTE' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-LRC-CODIGO      TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-TOT-DEB-ED      TO WRK-AUD-VALOR-SAIDA.
           MOVE WRK-USUARIO         TO WRK-AUD-USUARIO.
           PERFORM 0910-GRAVAR-AUDITORIA-USUARIO.

       0380-INATIVAR-MODELO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
               DISPLAY 'SIGN-ON RECUSADO - MODELO NAO ALTERADO'
               PERFORM 0690-LOGAR-RECUSA
           ELSE
               PERFORM 0390-EFETIVAR-INATIVACAO
           END-IF.

       0390-EFETIVAR-INATIVACAO.
           DISPLAY 'CODIGO DO MODELO:'.
           ACCEPT WRK-LRC-CODIGO.
           MOVE WRK-LRC-CODIGO TO LRC-CODIGO.
           OPEN I-O ARQ-LANC-RECORRENTE.
           IF WRK-FS-LANC-RECORRENTE NOT = '00'
               DISPLAY 'NENHUM MODELO CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               READ ARQ-LANC-RECORRENTE
                   INVALID KEY
                       DISPLAY 'MODELO NAO CADASTRADO'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       MOVE 'I' TO LRC-SITUACAO
                       REWRITE REG-LANC-RECORRENTE
                       DISPLAY 'MODELO INATIVADO'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'INATIVA-RECORRENTE'
                           TO WRK-AUD-CAMPO-CHAVE
                       MOVE LRC-CODIGO  TO WRK-AUD-VALOR-ENTRADA
                       MOVE 'I'         TO WRK-AUD-VALOR-SAIDA
                       MOVE WRK-USUARIO TO WRK-AUD-USUARIO
                       PERFORM 0910-GRAVAR-AUDITORIA-USUARIO
               END-READ
               CLOSE ARQ-LANC-RECORRENTE
           END-IF.

       0400-POSTAR-PERIODO.
      * A postagem vai ao razao - so supervisor (ou ADM) do sign-on
      * executa. A competencia e a do periodo corrente, que precisa
      * estar aberto; rodada diariamente, cada modelo entra no dia do
      * mes previsto ou na primeira execucao depois dele.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - POSTAGEM NAO FEITA'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'POSTAGEM EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0410-VERIFICAR-PERIODO
           END-EVALUATE.

       0410-VERIFICAR-PERIODO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-LRC-COMP-NUM.
           MOVE WRK-DATA-HOJE(7:2) TO WRK-LRC-DIA-HOJE.
           MOVE WRK-LRC-COMP-NUM   TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                   ' JA FECHADO - POSTAGEM RECUSADA'
               SET RUN-STATUS-ERRO TO TRUE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0420-POSTAR-MODELOS
           END-IF.

       0420-POSTAR-MODELOS.
           MOVE ZEROS TO WRK-LRC-QTD-POSTADOS WRK-LRC-QTD-JA-POSTADOS
                         WRK-LRC-QTD-PENDENTES WRK-LRC-TOT-POSTADO.
           MOVE 'PROGCOB106' TO WRK-REP-PROGRAMA.
           MOVE 'POSTAGEM DE LANCAMENTOS RECORRENTES'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'COMPETENCIA: ' WRK-LRC-COMP-NUM.
           DISPLAY 'MODELO DESCRICAO                       DIA'
               '          VALOR'.
           MOVE 'N' TO WRK-EOF-LANC-RECORRENTE.
           OPEN I-O ARQ-LANC-RECORRENTE.
           IF WRK-FS-LANC-RECORRENTE NOT = '00'
               DISPLAY 'NENHUM MODELO CADASTRADO'
           ELSE
               PERFORM UNTIL FIM-LANC-RECORRENTE
                   READ ARQ-LANC-RECORRENTE NEXT RECORD
                       AT END
                           SET FIM-LANC-RECORRENTE TO TRUE
                       NOT AT END
                           PERFORM 0430-POSTAR-UM-MODELO
                   END-READ
               END-PERFORM
               CLOSE ARQ-LANC-RECORRENTE
           END-IF.
           MOVE WRK-LRC-TOT-POSTADO TO WRK-LRC-TOTAL-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'MODELOS POSTADOS AGORA.......: '
               WRK-LRC-QTD-POSTADOS.
           DISPLAY 'JA POSTADOS NA COMPETENCIA...: '
               WRK-LRC-QTD-JA-POSTADOS.
           DISPLAY 'AGUARDANDO O DIA DO MES......: '
               WRK-LRC-QTD-PENDENTES.
           DISPLAY 'TOTAL POSTADO AGORA..........: ' WRK-LRC-TOTAL-ED.
           MOVE 'POSTAGEM-RECORRENTE' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-LRC-COMP-NUM      TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-LRC-TOTAL-ED      TO WRK-AUD-VALOR-SAIDA.
           MOVE WRK-USUARIO           TO WRK-AUD-USUARIO.
           PERFORM 0910-GRAVAR-AUDITORIA-USUARIO.

       0430-POSTAR-UM-MODELO.
      * Fora da vigencia ou inativo nao entra; competencia ja postada
      * (reexecucao) e so contada, nunca repostada.
           IF LRC-SITUACAO = 'A'
              AND LRC-COMP-INICIO <= WRK-LRC-COMP-NUM
              AND (LRC-COMP-FIM = ZEROS
                   OR LRC-COMP-FIM >= WRK-LRC-COMP-NUM)
               IF LRC-ULT-COMPETENCIA >= WRK-LRC-COMP-NUM
                   ADD 1 TO WRK-LRC-QTD-JA-POSTADOS
               ELSE
                   PERFORM 0440-APURAR-DIA-EFETIVO
                   IF WRK-LRC-DIA-HOJE < WRK-LRC-DIA-EFETIVO
                       ADD 1 TO WRK-LRC-QTD-PENDENTES
                   ELSE
                       PERFORM 0450-POSTAR-PERNAS
                       MOVE WRK-LRC-COMP-NUM TO LRC-ULT-COMPETENCIA
                       MOVE WRK-DATA-HOJE    TO LRC-DATA-ULT-POSTAGEM
                       REWRITE REG-LANC-RECORRENTE
                       ADD 1 TO WRK-LRC-QTD-POSTADOS
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       ADD WRK-LRC-TOTAL TO WRK-LRC-TOT-POSTADO
                       MOVE WRK-LRC-TOTAL TO WRK-LRC-VALOR-ED
                       DISPLAY LRC-CODIGO ' ' LRC-DESCRICAO ' '
                           LRC-DIA ' ' WRK-LRC-VALOR-ED
                   END-IF
               END-IF
           END-IF.

       0440-APURAR-DIA-EFETIVO.
      * Dia 29 a 31 em mes mais curto vale o ultimo dia do mes.
           MOVE LRC-DIA          TO WRK-LRC-DIA-EFETIVO.
           MOVE WRK-LRC-COMP-ANO TO WRK-DTV-ANO.
           MOVE WRK-LRC-COMP-MES TO WRK-DTV-MES.
           MOVE WRK-LRC-DIA-EFETIVO TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           PERFORM UNTIL DATA-VALIDA OR WRK-LRC-DIA-EFETIVO < 29
               SUBTRACT 1 FROM WRK-LRC-DIA-EFETIVO
               MOVE WRK-LRC-DIA-EFETIVO TO WRK-DTV-DIA
               PERFORM 9600-VALIDAR-DATA
           END-PERFORM.

       0450-POSTAR-PERNAS.
      * O modelo foi conferido balanceado no cadastro; cada perna desce
      * pelo gravador 9782 do razao com o codigo do modelo como
      * referencia.
           MOVE ZEROS TO WRK-LRC-TOTAL.
           MOVE SPACES TO WRK-RAZ-LOTE.
           PERFORM VARYING WRK-MOD-LOOP FROM 1 BY 1
                   UNTIL WRK-MOD-LOOP > LRC-QTD-LINHAS
               MOVE 'PROGCOB106'  TO WRK-RAZ-PROGRAMA
               SET DOC-LANC-RECORRENTE TO TRUE
               MOVE LRC-CODIGO  TO WRK-RAZ-DOC-NUMERO
               MOVE LRC-CONTA(WRK-MOD-LOOP)  TO WRK-RAZ-CONTA
               MOVE LRC-DC(WRK-MOD-LOOP)     TO WRK-RAZ-DC
               MOVE LRC-VALOR(WRK-MOD-LOOP)  TO WRK-RAZ-VALOR
               MOVE LRC-CENTRO(WRK-MOD-LOOP) TO WRK-RAZ-CENTRO
               MOVE LRC-DESCRICAO TO WRK-RAZ-DESCRICAO
               MOVE LRC-CODIGO    TO WRK-RAZ-REFERENCIA
               PERFORM 9782-GRAVAR-LANCAMENTO
               IF LRC-DC(WRK-MOD-LOOP) = 'D'
                   ADD LRC-VALOR(WRK-MOD-LOOP) TO WRK-LRC-TOTAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-RAZ-REFERENCIA.

       0600-EMITIR-RELATORIO.
      * Tres blocos para a competencia pedida: as pernas que os
      * modelos postaram no razao, os modelos vigentes ainda nao
      * postados e os que terminam a vigencia nos proximos meses.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           ACCEPT WRK-LRC-COMPETENCIA.
           IF WRK-LRC-COMP-NUM NOT NUMERIC
              OR WRK-LRC-COMP-ANO = ZEROS
              OR WRK-LRC-COMP-MES < 1 OR WRK-LRC-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-LRC-COMPETENCIA TO WRK-LRC-LIMITE
               ADD WRK-LRC-MESES-AVISO TO WRK-LRC-LIM-MES
               SUBTRACT 1 FROM WRK-LRC-LIM-MES
               IF WRK-LRC-LIM-MES > 12
                   SUBTRACT 12 FROM WRK-LRC-LIM-MES
                   ADD 1 TO WRK-LRC-LIM-ANO
               END-IF
               MOVE 'PROGCOB106' TO WRK-REP-PROGRAMA
               MOVE 'LANCAMENTOS RECORRENTES - POSTADOS E A VENCER'
                   TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'COMPETENCIA: ' WRK-LRC-COMP-NUM
               PERFORM 0610-LISTAR-POSTADOS
               PERFORM 0630-LISTAR-MODELOS
               MOVE 'RELATORIO-RECORRENTE' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-LRC-COMP-NUM       TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-LRC-QTD-LANCTOS    TO WRK-AUD-VALOR-SAIDA
               PERFORM 0900-GRAVAR-AUDITORIA-LRC
           END-IF.

       0610-LISTAR-POSTADOS.
           MOVE ZEROS TO WRK-LRC-QTD-LANCTOS WRK-LRC-TOT-POSTADO.
           DISPLAY ' '.
           DISPLAY 'POSTADOS NO RAZAO NA COMPETENCIA'.
           DISPLAY 'MODELO DATA     CONTA  CC   D/C          VALOR'.
           MOVE 'N' TO WRK-EOF-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF WRK-FS-RAZAO = '00'
               PERFORM UNTIL FIM-RAZAO
                   READ ARQ-RAZAO
                       AT END
                           SET FIM-RAZAO TO TRUE
                       NOT AT END
                           IF RAZ-PROGRAMA-ORIGEM = 'PROGCOB106'
                              AND RAZ-DATA(1:6) = WRK-LRC-COMP-NUM
                               PERFORM 0620-IMPRIMIR-POSTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           MOVE WRK-LRC-TOT-POSTADO TO WRK-LRC-TOTAL-ED.
           DISPLAY 'PERNAS POSTADAS: ' WRK-LRC-QTD-LANCTOS
               '  TOTAL A DEBITO: ' WRK-LRC-TOTAL-ED.

       0620-IMPRIMIR-POSTADO.
           ADD 1 TO WRK-LRC-QTD-LANCTOS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           IF RAZ-DC = 'D'
               ADD RAZ-VALOR TO WRK-LRC-TOT-POSTADO
           END-IF.
           MOVE RAZ-VALOR TO WRK-LRC-VALOR-ED.
           DISPLAY RAZ-REFERENCIA(1:6) ' ' RAZ-DATA ' ' RAZ-CONTA ' '
               RAZ-CENTRO-CUSTO '  ' RAZ-DC '  ' WRK-LRC-VALOR-ED.

       0630-LISTAR-MODELOS.
           MOVE ZEROS TO WRK-LRC-QTD-PENDENTES WRK-LRC-QTD-A-VENCER.
           DISPLAY ' '.
           DISPLAY 'MODELOS VIGENTES - PENDENTES E A VENCER'.
           DISPLAY 'MODELO DESCRICAO                      INICIO FIM'
               '    DIA SITUACAO'.
           MOVE 'N' TO WRK-EOF-LANC-RECORRENTE.
           OPEN INPUT ARQ-LANC-RECORRENTE.
           IF WRK-FS-LANC-RECORRENTE NOT = '00'
               DISPLAY 'NENHUM MODELO CADASTRADO'
           ELSE
               PERFORM UNTIL FIM-LANC-RECORRENTE
                   READ ARQ-LANC-RECORRENTE NEXT RECORD
                       AT END
                           SET FIM-LANC-RECORRENTE TO TRUE
                       NOT AT END
                           PERFORM 0640-CLASSIFICAR-MODELO
                   END-READ
               END-PERFORM
               CLOSE ARQ-LANC-RECORRENTE
           END-IF.
           DISPLAY 'PENDENTES NA COMPETENCIA: ' WRK-LRC-QTD-PENDENTES
               '  A VENCER: ' WRK-LRC-QTD-A-VENCER.

       0640-CLASSIFICAR-MODELO.
      * So modelos ativos e vigentes na competencia; o mesmo modelo
      * pode sair pendente e a vencer.
           IF LRC-SITUACAO = 'A'
              AND LRC-COMP-INICIO <= WRK-LRC-COMP-NUM
              AND (LRC-COMP-FIM = ZEROS
                   OR LRC-COMP-FIM >= WRK-LRC-COMP-NUM)
               IF LRC-ULT-COMPETENCIA < WRK-LRC-COMP-NUM
                   ADD 1 TO WRK-LRC-QTD-PENDENTES
                   DISPLAY LRC-CODIGO ' ' LRC-DESCRICAO ' '
                       LRC-COMP-INICIO ' ' LRC-COMP-FIM ' '
                       LRC-DIA '  PENDENTE'
               END-IF
               IF LRC-COMP-FIM NOT = ZEROS
                  AND LRC-COMP-FIM <= WRK-LRC-LIM-NUM
                   ADD 1 TO WRK-LRC-QTD-A-VENCER
                   DISPLAY LRC-CODIGO ' ' LRC-DESCRICAO ' '
                       LRC-COMP-INICIO ' ' LRC-COMP-FIM ' '
                       LRC-DIA '  A VENCER'
               END-IF
           END-IF.

       0690-LOGAR-RECUSA.
           MOVE 'PROGCOB106'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO   TO WRK-SEG-USUARIO.
           MOVE 'LANCAMENTO RECORRENTE NEGADO' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0900-GRAVAR-AUDITORIA-LRC.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           PERFORM 0910-GRAVAR-AUDITORIA-USUARIO.

       0910-GRAVAR-AUDITORIA-USUARIO.
           MOVE 'PROGCOB106' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'ccupp.cpy'.
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
       END PROGRAM PROGCOB106.
