      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Contagem ciclica das posicoes dos depositos -
      *          seleciona por dia uma cota das posicoes de
      *          POSICOES.DAT, em rodizio para cada posicao ser
      *          contada uma vez por trimestre, imprime as fichas de
      *          contagem por rua, recebe o volume e as referencias
      *          contadas em cada posicao, reporta a divergencia
      *          contra POS-OCUPADO e o saldo dos movimentos de
      *          ESPMOV.DAT e, so depois da aprovacao de um
      *          SUPERVISOR ou ADM, lanca os movimentos de ajuste
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB117.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'possel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-ESPACO-MOV ASSIGN TO 'ESPMOV.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-ESPMOV.
            SELECT ARQ-CICLO-POSICAO ASSIGN TO 'CICLOPOS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CCP-CHAVE
                FILE STATUS IS WRK-FS-CICLOPOS.
            SELECT ARQ-CICLO-REFERENCIA ASSIGN TO 'CICLOREF.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CCR-CHAVE
                FILE STATUS IS WRK-FS-CICLOREF.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'posfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

      * Movimento de carga no deposito (mesmo layout do PROGCOB038) -
      * o ajuste aprovado entra como movimento comum de entrada ou
      * saida na posicao contada.
       FD  ARQ-ESPACO-MOV.
       01  REG-ESPACO-MOV.
           05 MOV-IDENTIFICADOR PIC X(10).
           05 MOV-TIPO          PIC X(01).
           05 MOV-VOLUME        PIC 9(05)V999.
           05 MOV-DATA          PIC 9(08).
           05 MOV-CLIENTE       PIC X(06).
           05 MOV-RUA           PIC X(02).
           05 MOV-ESTANTE       PIC X(02).
           05 MOV-NIVEL         PIC X(02).
           05 MOV-REFERENCIA    PIC X(15).

      * Ciclo de contagem por posicao: S-selecionada para contar,
      * C-contada aguardando aprovacao, A-ajustada/encerrada. Na
      * selecao fotografa POS-OCUPADO e o saldo dos movimentos da
      * posicao; CCP-DATA-CONTAGEM e a ultima contagem encerrada -
      * base do rodizio trimestral.
       FD  ARQ-CICLO-POSICAO.
       01  REG-CICLO-POSICAO.
           05 CCP-CHAVE.
               10 CCP-DEPOSITO     PIC X(10).
               10 CCP-RUA          PIC X(02).
               10 CCP-ESTANTE      PIC X(02).
               10 CCP-NIVEL        PIC X(02).
           05 CCP-SITUACAO         PIC X(01).
           05 CCP-DATA-SELECAO     PIC 9(08).
           05 CCP-VOL-SISTEMA      PIC S9(05)V999.
           05 CCP-VOL-MOVIMENTO    PIC S9(06)V999.
           05 CCP-VOL-CONTADO      PIC 9(05)V999.
           05 CCP-DATA-CONTAGEM    PIC 9(08).

      * Referencias de carga da posicao: saldo por referencia nos
      * movimentos na selecao (CCR-VOL-SISTEMA) e o que a contagem
      * achou; referencia achada sem saldo e sobra, com saldo e nao
      * achada e falta.
       FD  ARQ-CICLO-REFERENCIA.
       01  REG-CICLO-REFERENCIA.
           05 CCR-CHAVE.
               10 CCR-POSICAO      PIC X(16).
               10 CCR-REFERENCIA   PIC X(15).
           05 CCR-CLIENTE          PIC X(06).
           05 CCR-VOL-SISTEMA      PIC S9(05)V999.
           05 CCR-CONTADA          PIC X(01).
           05 CCR-VOL-CONTADO      PIC 9(05)V999.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-CONTAGEM    VALUE 'S'.
       77 WRK-FS-ESPMOV        PIC X(02)   VALUE '00'.
       77 WRK-FS-CICLOPOS      PIC X(02)   VALUE '00'.
       77 WRK-FS-CICLOREF      PIC X(02)   VALUE '00'.
       77 WRK-EOF-MOV          PIC X(01)   VALUE 'N'.
           88 FIM-MOV          VALUE 'S'.
       77 WRK-EOF-CICLO        PIC X(01)   VALUE 'N'.
           88 FIM-CICLO        VALUE 'S'.
       77 WRK-EOF-REF          PIC X(01)   VALUE 'N'.
           88 FIM-REF          VALUE 'S'.
       77 WRK-AUTORIZADO       PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.

      * Rodizio trimestral: a cota do dia e o que falta contar no
      * trimestre dividido pelos dias uteis (segunda a sexta) que
      * restam ate o fim dele, arredondado para cima.
       01 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO     PIC 9(04).
           05 WRK-HOJE-MES     PIC 9(02).
           05 WRK-HOJE-DIA     PIC 9(02).
       77 WRK-TRI-MES          PIC 9(02)   VALUE ZEROS.
       77 WRK-TRI-QUOC         PIC 9(02)   VALUE ZEROS.
       77 WRK-TRI-INICIO       PIC 9(08)   VALUE ZEROS.
       77 WRK-TRI-PROXIMO      PIC 9(08)   VALUE ZEROS.
       77 WRK-HOJE-INT         PIC 9(08)   VALUE ZEROS.
       77 WRK-FIM-INT          PIC 9(08)   VALUE ZEROS.
       77 WRK-DIA-INT          PIC 9(08)   VALUE ZEROS.
       77 WRK-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
       77 WRK-DIAS-UTEIS       PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-POSICOES     PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-PENDENTES    PIC 9(05)   VALUE ZEROS.
       77 WRK-COTA-DIA         PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-SELECIONADAS PIC 9(05)   VALUE ZEROS.
       77 WRK-PENDENTE         PIC X(01)   VALUE 'N'.
           88 POSICAO-PENDENTE VALUE 'S'.
       77 WRK-JA-SELECIONOU    PIC X(01)   VALUE 'N'.
           88 SELECAO-DO-DIA-FEITA VALUE 'S'.

      * Fichas de contagem - quebra por deposito e rua.
       77 WRK-QUEBRA-DEPOSITO  PIC X(10)   VALUE SPACES.
       77 WRK-QUEBRA-RUA       PIC X(02)   VALUE SPACES.
       77 WRK-QTD-FICHAS       PIC 9(05)   VALUE ZEROS.

      * Digitacao da contagem.
       77 WRK-DIG-DEPOSITO     PIC X(10)   VALUE SPACES.
       77 WRK-DIG-RUA          PIC X(02)   VALUE SPACES.
       77 WRK-DIG-ESTANTE      PIC X(02)   VALUE SPACES.
       77 WRK-DIG-NIVEL        PIC X(02)   VALUE SPACES.
       77 WRK-DIG-VOLUME       PIC 9(05)V999 VALUE ZEROS.
       77 WRK-DIG-REFERENCIA   PIC X(15)   VALUE SPACES.
       77 WRK-DIG-VOL-SOBRA    PIC 9(05)V999 VALUE ZEROS.
       77 WRK-DIG-CLIENTE      PIC X(06)   VALUE SPACES.
       77 WRK-DIG-FIM          PIC X(01)   VALUE 'N'.
           88 FIM-DIGITACAO    VALUE 'S'.
       77 WRK-DIG-FIM-REF      PIC X(01)   VALUE 'N'.
           88 FIM-REFERENCIAS  VALUE 'S'.
       77 WRK-QTD-DIGITADAS    PIC 9(05)   VALUE ZEROS.

      * Divergencias e ajustes.
       77 WRK-DIF-VOLUME       PIC S9(06)V999 VALUE ZEROS.
       77 WRK-SALDO-AJUSTADO   PIC S9(06)V999 VALUE ZEROS.
       77 WRK-RESIDUO          PIC S9(06)V999 VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES  PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-NAO-CONTADAS PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-FALTAS       PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-SOBRAS       PIC 9(05)   VALUE ZEROS.
       77 WRK-DIVERGIU         PIC X(01)   VALUE 'N'.
           88 POSICAO-DIVERGENTE VALUE 'S'.
       77 WRK-QTD-ENCERRADAS   PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-AJUSTADAS    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-MOV-AJUSTE   PIC 9(05)   VALUE ZEROS.
       77 WRK-AJU-TIPO         PIC X(01)   VALUE SPACES.
       77 WRK-AJU-VOLUME       PIC 9(05)V999 VALUE ZEROS.
       77 WRK-AJU-CLIENTE      PIC X(06)   VALUE SPACES.
       77 WRK-AJU-REFERENCIA   PIC X(15)   VALUE SPACES.
       77 WRK-APROVA           PIC X(01)   VALUE 'N'.
           88 APROVA-AJUSTE    VALUE 'S'.
       77 WRK-VOLUME-ED        PIC +ZZZZZ9,999 VALUE ZEROS.
       77 WRK-MOVIM-ED         PIC +ZZZZZ9,999 VALUE ZEROS.
       77 WRK-CONTADO-ED       PIC ZZZZ9,999   VALUE ZEROS.
       77 WRK-DIF-ED           PIC +ZZZZZ9,999 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'posws.cpy'.
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
           MOVE 'PROGCOB117' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-CONTAGEM
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= CONTAGEM CICLICA DAS POSICOES ======='.
           DISPLAY '1 - SELECIONAR POSICOES DO DIA'.
           DISPLAY '2 - IMPRIMIR FICHAS DE CONTAGEM POR RUA'.
           DISPLAY '3 - DIGITAR CONTAGEM DAS POSICOES'.
           DISPLAY '4 - RELATORIO DE DIVERGENCIAS'.
           DISPLAY '5 - APROVAR E LANCAR AJUSTES'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-SELECIONAR-DIA
               WHEN 2
                   PERFORM 0400-IMPRIMIR-FICHAS
               WHEN 3
                   PERFORM 0500-DIGITAR-CONTAGENS
               WHEN 4
                   PERFORM 0600-RELATORIO-DIVERGENCIAS
               WHEN 5
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0700-APROVAR-AJUSTES
                   END-IF
               WHEN ZERO
                   SET SAIR-CONTAGEM TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-AUTORIZAR-OPERADOR.
      * Ajuste de posicao pela contagem so com sign-on de SUPERVISOR
      * ou ADM; a recusa vai para o SEGLOG.
           MOVE 'N' TO WRK-AUTORIZADO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'AJUSTE DE CONTAGEM EXIGE NIVEL SUPERVISOR '
                       'OU ADM'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN OTHER
                   SET OPERADOR-AUTORIZADO TO TRUE
           END-EVALUATE.

       0145-LOGAR-RECUSA.
           MOVE 'PROGCOB117' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'AJUSTE DE CONTAGEM CICLICA NEGADO'
               TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0250-ABRIR-CICLO.
           OPEN I-O ARQ-CICLO-POSICAO.
           IF WRK-FS-CICLOPOS = '35'
               OPEN OUTPUT ARQ-CICLO-POSICAO
               CLOSE ARQ-CICLO-POSICAO
               OPEN I-O ARQ-CICLO-POSICAO
           END-IF.
           OPEN I-O ARQ-CICLO-REFERENCIA.
           IF WRK-FS-CICLOREF = '35'
               OPEN OUTPUT ARQ-CICLO-REFERENCIA
               CLOSE ARQ-CICLO-REFERENCIA
               OPEN I-O ARQ-CICLO-REFERENCIA
           END-IF.

       0300-SELECIONAR-DIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0310-CALCULAR-TRIMESTRE.
           MOVE ZEROS TO WRK-QTD-POSICOES WRK-QTD-PENDENTES
                         WRK-QTD-SELECIONADAS.
           MOVE 'N'   TO WRK-JA-SELECIONOU.
           PERFORM 0250-ABRIR-CICLO.
           MOVE 'N' TO WRK-EOF-POSICOES.
           OPEN INPUT ARQ-POSICOES.
           IF WRK-FS-POSICOES NOT = '00'
               DISPLAY 'NENHUMA POSICAO CADASTRADA'
               CLOSE ARQ-CICLO-POSICAO ARQ-CICLO-REFERENCIA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM UNTIL FIM-POSICOES
                   READ ARQ-POSICOES NEXT RECORD
                       AT END
                           SET FIM-POSICOES TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-QTD-POSICOES
                           PERFORM 0320-AVALIAR-POSICAO
                           IF POSICAO-PENDENTE
                               ADD 1 TO WRK-QTD-PENDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-POSICOES
               PERFORM 0330-APLICAR-COTA
               CLOSE ARQ-CICLO-POSICAO ARQ-CICLO-REFERENCIA
           END-IF.

       0310-CALCULAR-TRIMESTRE.
      * Inicio do trimestre corrente e dias uteis de hoje ate o
      * ultimo dia dele (vespera do inicio do proximo).
           SUBTRACT 1 FROM WRK-HOJE-MES GIVING WRK-TRI-MES.
           DIVIDE WRK-TRI-MES BY 3 GIVING WRK-TRI-QUOC.
           COMPUTE WRK-TRI-MES = WRK-TRI-QUOC * 3 + 1.
           COMPUTE WRK-TRI-INICIO =
               WRK-HOJE-ANO * 10000 + WRK-TRI-MES * 100 + 1.
           IF WRK-TRI-MES = 10
               COMPUTE WRK-TRI-PROXIMO =
                   (WRK-HOJE-ANO + 1) * 10000 + 0101
           ELSE
               COMPUTE WRK-TRI-PROXIMO =
                   WRK-HOJE-ANO * 10000 + (WRK-TRI-MES + 3) * 100 + 1
           END-IF.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           COMPUTE WRK-FIM-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TRI-PROXIMO) - 1.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           PERFORM VARYING WRK-DIA-INT FROM WRK-HOJE-INT BY 1
                   UNTIL WRK-DIA-INT > WRK-FIM-INT
               COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(WRK-DIA-INT, 7)
               IF WRK-DIA-SEMANA > 0 AND WRK-DIA-SEMANA < 6
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF
           END-PERFORM.
           IF WRK-DIAS-UTEIS = ZEROS
               MOVE 1 TO WRK-DIAS-UTEIS
           END-IF.

       0320-AVALIAR-POSICAO.
      * Pendente = sem contagem encerrada no trimestre e sem ciclo
      * em aberto (selecionada ou contada aguardando aprovacao).
           MOVE 'N' TO WRK-PENDENTE.
           MOVE POS-CHAVE TO CCP-CHAVE.
           READ ARQ-CICLO-POSICAO
               INVALID KEY
                   SET POSICAO-PENDENTE TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CCP-SITUACAO = 'S' OR CCP-SITUACAO = 'C'
                           IF CCP-DATA-SELECAO = WRK-DATA-HOJE
                               SET SELECAO-DO-DIA-FEITA TO TRUE
                           END-IF
                       WHEN CCP-DATA-CONTAGEM < WRK-TRI-INICIO
                           SET POSICAO-PENDENTE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0330-APLICAR-COTA.
           IF SELECAO-DO-DIA-FEITA
               DISPLAY 'SELECAO DO DIA JA FEITA - IMPRIMA AS FICHAS '
                   '(OPCAO 2)'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               COMPUTE WRK-COTA-DIA =
                   (WRK-QTD-PENDENTES + WRK-DIAS-UTEIS - 1)
                   / WRK-DIAS-UTEIS
               MOVE 'N' TO WRK-EOF-POSICOES
               OPEN INPUT ARQ-POSICOES
               PERFORM UNTIL FIM-POSICOES
                   OR WRK-QTD-SELECIONADAS >= WRK-COTA-DIA
                   READ ARQ-POSICOES NEXT RECORD
                       AT END
                           SET FIM-POSICOES TO TRUE
                       NOT AT END
                           PERFORM 0320-AVALIAR-POSICAO
                           IF POSICAO-PENDENTE
                               PERFORM 0340-MARCAR-POSICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-POSICOES
               IF WRK-QTD-SELECIONADAS > ZEROS
                   PERFORM 0360-FOTOGRAFAR-MOVIMENTOS
               END-IF
               DISPLAY 'POSICOES CADASTRADAS.......: '
                   WRK-QTD-POSICOES
               DISPLAY 'PENDENTES NO TRIMESTRE.....: '
                   WRK-QTD-PENDENTES
               DISPLAY 'DIAS UTEIS ATE O FIM DELE..: '
                   WRK-DIAS-UTEIS
               DISPLAY 'POSICOES SELECIONADAS HOJE.: '
                   WRK-QTD-SELECIONADAS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB117'         TO WRK-AUD-PROGRAMA
               MOVE 'SELECAO-CICLICA'    TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-DATA-HOJE        TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-QTD-SELECIONADAS TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0340-MARCAR-POSICAO.
      * Abre o ciclo da posicao com a fotografia de POS-OCUPADO; a
      * ultima contagem encerrada fica preservada ate o novo ajuste.
           MOVE POS-CHAVE     TO CCP-CHAVE.
           READ ARQ-CICLO-POSICAO
               INVALID KEY
                   MOVE POS-CHAVE TO CCP-CHAVE
                   MOVE ZEROS     TO CCP-DATA-CONTAGEM
           END-READ.
           MOVE 'S'           TO CCP-SITUACAO.
           MOVE WRK-DATA-HOJE TO CCP-DATA-SELECAO.
           MOVE POS-OCUPADO   TO CCP-VOL-SISTEMA.
           MOVE ZEROS         TO CCP-VOL-MOVIMENTO CCP-VOL-CONTADO.
           WRITE REG-CICLO-POSICAO
               INVALID KEY
                   REWRITE REG-CICLO-POSICAO
           END-WRITE.
           PERFORM 0345-LIMPAR-REFERENCIAS.
           ADD 1 TO WRK-QTD-SELECIONADAS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0345-LIMPAR-REFERENCIAS.
      * Referencias do ciclo anterior da posicao saem antes da nova
      * fotografia.
           MOVE 'N'         TO WRK-EOF-REF.
           MOVE CCP-CHAVE   TO CCR-POSICAO.
           MOVE LOW-VALUES  TO CCR-REFERENCIA.
           START ARQ-CICLO-REFERENCIA KEY IS NOT LESS THAN CCR-CHAVE
               INVALID KEY
                   SET FIM-REF TO TRUE
           END-START.
           PERFORM UNTIL FIM-REF
               READ ARQ-CICLO-REFERENCIA NEXT RECORD
                   AT END
                       SET FIM-REF TO TRUE
                   NOT AT END
                       IF CCR-POSICAO NOT = CCP-CHAVE
                           SET FIM-REF TO TRUE
                       ELSE
                           DELETE ARQ-CICLO-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM.

       0360-FOTOGRAFAR-MOVIMENTOS.
      * Uma passada em ESPMOV.DAT: saldo da posicao e saldo por
      * referencia de carga, so para as posicoes selecionadas hoje.
           MOVE 'N' TO WRK-EOF-MOV.
           OPEN INPUT ARQ-ESPACO-MOV.
           IF WRK-FS-ESPMOV = '00'
               PERFORM UNTIL FIM-MOV
                   READ ARQ-ESPACO-MOV
                       AT END
                           SET FIM-MOV TO TRUE
                       NOT AT END
                           IF MOV-RUA NOT = SPACES
                               PERFORM 0370-ACUMULAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESPACO-MOV
           END-IF.

       0370-ACUMULAR-MOVIMENTO.
           MOVE MOV-IDENTIFICADOR TO CCP-DEPOSITO.
           MOVE MOV-RUA           TO CCP-RUA.
           MOVE MOV-ESTANTE       TO CCP-ESTANTE.
           MOVE MOV-NIVEL         TO CCP-NIVEL.
           READ ARQ-CICLO-POSICAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CCP-SITUACAO = 'S'
                       AND CCP-DATA-SELECAO = WRK-DATA-HOJE
                       IF MOV-TIPO = 'E'
                           ADD MOV-VOLUME TO CCP-VOL-MOVIMENTO
                       ELSE
                           SUBTRACT MOV-VOLUME FROM CCP-VOL-MOVIMENTO
                       END-IF
                       REWRITE REG-CICLO-POSICAO
                       PERFORM 0380-ACUMULAR-REFERENCIA
                   END-IF
           END-READ.

       0380-ACUMULAR-REFERENCIA.
           MOVE CCP-CHAVE      TO CCR-POSICAO.
           MOVE MOV-REFERENCIA TO CCR-REFERENCIA.
           READ ARQ-CICLO-REFERENCIA
               INVALID KEY
                   MOVE ZEROS TO CCR-VOL-SISTEMA CCR-VOL-CONTADO
                   MOVE 'N'   TO CCR-CONTADA
                   MOVE MOV-CLIENTE TO CCR-CLIENTE
                   PERFORM 0385-SOMAR-MOV-REFERENCIA
                   WRITE REG-CICLO-REFERENCIA
               NOT INVALID KEY
                   PERFORM 0385-SOMAR-MOV-REFERENCIA
                   REWRITE REG-CICLO-REFERENCIA
           END-READ.

       0385-SOMAR-MOV-REFERENCIA.
           IF MOV-TIPO = 'E'
               ADD MOV-VOLUME TO CCR-VOL-SISTEMA
               MOVE MOV-CLIENTE TO CCR-CLIENTE
           ELSE
               SUBTRACT MOV-VOLUME FROM CCR-VOL-SISTEMA
           END-IF.

       0400-IMPRIMIR-FICHAS.
      * Ficha cega: so o endereco e os campos a preencher - o volume
      * e as referencias do sistema nao aparecem para nao induzir a
      * contagem.
           MOVE 'N'    TO WRK-EOF-CICLO.
           MOVE SPACES TO WRK-QUEBRA-DEPOSITO WRK-QUEBRA-RUA.
           MOVE ZEROS  TO WRK-QTD-FICHAS.
           OPEN INPUT ARQ-CICLO-POSICAO.
           IF WRK-FS-CICLOPOS NOT = '00'
               DISPLAY 'SELECIONE AS POSICOES DO DIA ANTES (OPCAO 1)'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE 'PROGCOB117' TO WRK-REP-PROGRAMA
               MOVE 'FICHAS DE CONTAGEM CICLICA' TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               PERFORM UNTIL FIM-CICLO
                   READ ARQ-CICLO-POSICAO NEXT RECORD
                       AT END
                           SET FIM-CICLO TO TRUE
                       NOT AT END
                           IF CCP-SITUACAO = 'S'
                               PERFORM 0450-IMPRIMIR-LINHA-FICHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CICLO-POSICAO
               DISPLAY '-------------------------------------'
               DISPLAY 'POSICOES A CONTAR: ' WRK-QTD-FICHAS
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0450-IMPRIMIR-LINHA-FICHA.
           IF CCP-DEPOSITO NOT = WRK-QUEBRA-DEPOSITO
               OR CCP-RUA NOT = WRK-QUEBRA-RUA
               MOVE CCP-DEPOSITO TO WRK-QUEBRA-DEPOSITO
               MOVE CCP-RUA      TO WRK-QUEBRA-RUA
               DISPLAY ' '
               DISPLAY 'DEPOSITO: ' CCP-DEPOSITO '  RUA: ' CCP-RUA
               DISPLAY 'ESTANTE NIVEL  VOLUME CONTADO (M3)  '
                   'REFERENCIAS ENCONTRADAS'
           END-IF.
           DISPLAY '  ' CCP-ESTANTE '     ' CCP-NIVEL
               '    ______________     ____________________'.
           ADD 1 TO WRK-QTD-FICHAS.

       0500-DIGITAR-CONTAGENS.
      * Digitacao por posicao: endereco, volume contado e as
      * referencias achadas, ate o deposito vir em branco. Posicao
      * ja contada e aprovada de novo recomeca a contagem.
           MOVE 'N'   TO WRK-DIG-FIM.
           MOVE ZEROS TO WRK-QTD-DIGITADAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0250-ABRIR-CICLO.
           DISPLAY '(DEPOSITO EM BRANCO ENCERRA A DIGITACAO)'.
           PERFORM 0510-DIGITAR-UMA-POSICAO
               UNTIL FIM-DIGITACAO.
           CLOSE ARQ-CICLO-POSICAO ARQ-CICLO-REFERENCIA.
           DISPLAY 'POSICOES CONTADAS: ' WRK-QTD-DIGITADAS.

       0510-DIGITAR-UMA-POSICAO.
           DISPLAY 'DEPOSITO:'.
           ACCEPT WRK-DIG-DEPOSITO.
           IF WRK-DIG-DEPOSITO = SPACES
               SET FIM-DIGITACAO TO TRUE
           ELSE
               DISPLAY 'RUA:'
               ACCEPT WRK-DIG-RUA
               DISPLAY 'ESTANTE:'
               ACCEPT WRK-DIG-ESTANTE
               DISPLAY 'NIVEL:'
               ACCEPT WRK-DIG-NIVEL
               MOVE WRK-DIG-DEPOSITO TO CCP-DEPOSITO
               MOVE WRK-DIG-RUA      TO CCP-RUA
               MOVE WRK-DIG-ESTANTE  TO CCP-ESTANTE
               MOVE WRK-DIG-NIVEL    TO CCP-NIVEL
               READ ARQ-CICLO-POSICAO
                   INVALID KEY
                       MOVE 'X' TO CCP-SITUACAO
               END-READ
               IF CCP-SITUACAO NOT = 'S' AND CCP-SITUACAO NOT = 'C'
                   DISPLAY 'POSICAO NAO SELECIONADA PARA CONTAGEM'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM 0520-REGISTRAR-CONTAGEM
               END-IF
           END-IF.

       0520-REGISTRAR-CONTAGEM.
           IF CCP-SITUACAO = 'C'
               DISPLAY 'POSICAO JA CONTADA - A NOVA CONTAGEM '
                   'SUBSTITUI A ANTERIOR'
               PERFORM 0560-REABRIR-REFERENCIAS
           END-IF.
           DISPLAY 'VOLUME CONTADO (M3):'.
           ACCEPT WRK-DIG-VOLUME.
           MOVE 'N' TO WRK-DIG-FIM-REF.
           DISPLAY '(REFERENCIA EM BRANCO ENCERRA A POSICAO)'.
           PERFORM 0550-DIGITAR-REFERENCIA
               UNTIL FIM-REFERENCIAS.
           MOVE WRK-DIG-VOLUME   TO CCP-VOL-CONTADO.
           MOVE 'C'              TO CCP-SITUACAO.
           REWRITE REG-CICLO-POSICAO.
           ADD 1 TO WRK-QTD-DIGITADAS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0550-DIGITAR-REFERENCIA.
           DISPLAY 'REFERENCIA ENCONTRADA:'.
           ACCEPT WRK-DIG-REFERENCIA.
           IF WRK-DIG-REFERENCIA = SPACES
               SET FIM-REFERENCIAS TO TRUE
           ELSE
               MOVE CCP-CHAVE          TO CCR-POSICAO
               MOVE WRK-DIG-REFERENCIA TO CCR-REFERENCIA
               READ ARQ-CICLO-REFERENCIA
                   INVALID KEY
                       PERFORM 0555-DIGITAR-SOBRA
                       MOVE ZEROS TO CCR-VOL-SISTEMA
                       MOVE 'S'   TO CCR-CONTADA
                       WRITE REG-CICLO-REFERENCIA
                   NOT INVALID KEY
                       IF CCR-VOL-SISTEMA > ZEROS
                           MOVE CCR-VOL-SISTEMA TO CCR-VOL-CONTADO
                       ELSE
                           PERFORM 0555-DIGITAR-SOBRA
                       END-IF
                       MOVE 'S' TO CCR-CONTADA
                       REWRITE REG-CICLO-REFERENCIA
               END-READ
           END-IF.

       0555-DIGITAR-SOBRA.
      * Referencia sem saldo na posicao: o volume e o dono da carga
      * entram na contagem para o ajuste de entrada.
           DISPLAY 'REFERENCIA SEM SALDO NA POSICAO - VOLUME (M3):'.
           ACCEPT WRK-DIG-VOL-SOBRA.
           DISPLAY 'CLIENTE DA CARGA (BRANCO = CARGA PROPRIA):'.
           ACCEPT WRK-DIG-CLIENTE.
           MOVE WRK-DIG-VOL-SOBRA TO CCR-VOL-CONTADO.
           MOVE WRK-DIG-CLIENTE   TO CCR-CLIENTE.

       0560-REABRIR-REFERENCIAS.
      * Recontagem: referencias do sistema voltam a nao achadas e as
      * sobras digitadas antes saem.
           MOVE 'N'         TO WRK-EOF-REF.
           MOVE CCP-CHAVE   TO CCR-POSICAO.
           MOVE LOW-VALUES  TO CCR-REFERENCIA.
           START ARQ-CICLO-REFERENCIA KEY IS NOT LESS THAN CCR-CHAVE
               INVALID KEY
                   SET FIM-REF TO TRUE
           END-START.
           PERFORM UNTIL FIM-REF
               READ ARQ-CICLO-REFERENCIA NEXT RECORD
                   AT END
                       SET FIM-REF TO TRUE
                   NOT AT END
                       IF CCR-POSICAO NOT = CCP-CHAVE
                           SET FIM-REF TO TRUE
                       ELSE
                           IF CCR-VOL-SISTEMA > ZEROS
                               MOVE 'N'   TO CCR-CONTADA
                               MOVE ZEROS TO CCR-VOL-CONTADO
                               REWRITE REG-CICLO-REFERENCIA
                           ELSE
                               DELETE ARQ-CICLO-REFERENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0600-RELATORIO-DIVERGENCIAS.
           MOVE 'N'   TO WRK-EOF-CICLO.
           MOVE ZEROS TO WRK-QTD-DIVERGENTES WRK-QTD-NAO-CONTADAS
                         WRK-QTD-FALTAS WRK-QTD-SOBRAS.
           OPEN INPUT ARQ-CICLO-POSICAO.
           IF WRK-FS-CICLOPOS NOT = '00'
               DISPLAY 'SELECIONE AS POSICOES DO DIA ANTES (OPCAO 1)'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN INPUT ARQ-CICLO-REFERENCIA
               MOVE 'PROGCOB117' TO WRK-REP-PROGRAMA
               MOVE 'DIVERGENCIAS DA CONTAGEM CICLICA'
                   TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'POSICAO              OCUPADO  MOVIMENTOS  '
                   'CONTADO  DIFERENCA'
               PERFORM UNTIL FIM-CICLO
                   READ ARQ-CICLO-POSICAO NEXT RECORD
                       AT END
                           SET FIM-CICLO TO TRUE
                       NOT AT END
                           EVALUATE CCP-SITUACAO
                               WHEN 'S'
                                   DISPLAY CCP-CHAVE ' NAO CONTADA'
                                   ADD 1 TO WRK-QTD-NAO-CONTADAS
                               WHEN 'C'
                                   PERFORM 0650-LISTAR-DIVERGENCIA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ARQ-CICLO-POSICAO ARQ-CICLO-REFERENCIA
               DISPLAY '-------------------------------------'
               DISPLAY 'POSICOES DIVERGENTES..: ' WRK-QTD-DIVERGENTES
               DISPLAY 'REFERENCIAS FALTANTES.: ' WRK-QTD-FALTAS
               DISPLAY 'REFERENCIAS SOBRANDO..: ' WRK-QTD-SOBRAS
               DISPLAY 'POSICOES NAO CONTADAS.: ' WRK-QTD-NAO-CONTADAS
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0650-LISTAR-DIVERGENCIA.
      * Diferenca do contado contra POS-OCUPADO; o saldo dos
      * movimentos aparece ao lado porque a deriva entre os dois
      * tambem e corrigida no ajuste.
           MOVE 'N' TO WRK-DIVERGIU.
           COMPUTE WRK-DIF-VOLUME = CCP-VOL-CONTADO - CCP-VOL-SISTEMA.
           IF WRK-DIF-VOLUME NOT = ZEROS
               OR CCP-VOL-MOVIMENTO NOT = CCP-VOL-SISTEMA
               SET POSICAO-DIVERGENTE TO TRUE
           END-IF.
           MOVE CCP-VOL-SISTEMA   TO WRK-VOLUME-ED.
           MOVE CCP-VOL-MOVIMENTO TO WRK-MOVIM-ED.
           MOVE CCP-VOL-CONTADO   TO WRK-CONTADO-ED.
           MOVE WRK-DIF-VOLUME    TO WRK-DIF-ED.
           DISPLAY CCP-CHAVE ' ' WRK-VOLUME-ED ' ' WRK-MOVIM-ED ' '
               WRK-CONTADO-ED ' ' WRK-DIF-ED.
           MOVE 'N'         TO WRK-EOF-REF.
           MOVE CCP-CHAVE   TO CCR-POSICAO.
           MOVE LOW-VALUES  TO CCR-REFERENCIA.
           START ARQ-CICLO-REFERENCIA KEY IS NOT LESS THAN CCR-CHAVE
               INVALID KEY
                   SET FIM-REF TO TRUE
           END-START.
           PERFORM UNTIL FIM-REF
               READ ARQ-CICLO-REFERENCIA NEXT RECORD
                   AT END
                       SET FIM-REF TO TRUE
                   NOT AT END
                       IF CCR-POSICAO NOT = CCP-CHAVE
                           SET FIM-REF TO TRUE
                       ELSE
                           PERFORM 0660-LISTAR-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM.
           IF POSICAO-DIVERGENTE
               ADD 1 TO WRK-QTD-DIVERGENTES
           END-IF.

       0660-LISTAR-REFERENCIA.
           EVALUATE TRUE
               WHEN CCR-VOL-SISTEMA > ZEROS AND CCR-CONTADA = 'N'
                   MOVE CCR-VOL-SISTEMA TO WRK-VOLUME-ED
                   DISPLAY '    FALTA ' CCR-REFERENCIA ' '
                       WRK-VOLUME-ED
                   ADD 1 TO WRK-QTD-FALTAS
                   SET POSICAO-DIVERGENTE TO TRUE
               WHEN CCR-VOL-SISTEMA NOT > ZEROS AND CCR-CONTADA = 'S'
                   MOVE CCR-VOL-CONTADO TO WRK-CONTADO-ED
                   DISPLAY '    SOBRA ' CCR-REFERENCIA ' '
                       WRK-CONTADO-ED
                   ADD 1 TO WRK-QTD-SOBRAS
                   SET POSICAO-DIVERGENTE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0700-APROVAR-AJUSTES.
           DISPLAY 'LANCAR OS AJUSTES DAS POSICOES CONTADAS (S/N):'.
           ACCEPT WRK-APROVA.
           IF NOT APROVA-AJUSTE
               DISPLAY 'AJUSTE NAO APROVADO - NADA FOI ALTERADO'
           ELSE
               MOVE 'N'   TO WRK-EOF-CICLO
               MOVE ZEROS TO WRK-QTD-ENCERRADAS WRK-QTD-AJUSTADAS
                             WRK-QTD-MOV-AJUSTE
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 0250-ABRIR-CICLO
               OPEN I-O ARQ-POSICOES
               OPEN INPUT ARQ-ESPACO-MOV
               IF WRK-FS-ESPMOV = '35'
                   OPEN OUTPUT ARQ-ESPACO-MOV
                   CLOSE ARQ-ESPACO-MOV
               ELSE
                   CLOSE ARQ-ESPACO-MOV
               END-IF
               OPEN EXTEND ARQ-ESPACO-MOV
               PERFORM UNTIL FIM-CICLO
                   READ ARQ-CICLO-POSICAO NEXT RECORD
                       AT END
                           SET FIM-CICLO TO TRUE
                       NOT AT END
                           IF CCP-SITUACAO = 'C'
                               PERFORM 0750-AJUSTAR-POSICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CICLO-POSICAO ARQ-CICLO-REFERENCIA
                     ARQ-POSICOES ARQ-ESPACO-MOV
               DISPLAY 'POSICOES ENCERRADAS.....: ' WRK-QTD-ENCERRADAS
               DISPLAY 'POSICOES AJUSTADAS......: ' WRK-QTD-AJUSTADAS
               DISPLAY 'MOVIMENTOS DE AJUSTE....: ' WRK-QTD-MOV-AJUSTE
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB117'       TO WRK-AUD-PROGRAMA
               MOVE 'APROVACAO-CICLICA' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-USUARIO        TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-QTD-AJUSTADAS  TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0750-AJUSTAR-POSICAO.
      * Referencia faltante sai pelo saldo do sistema, sobra entra
      * pelo volume contado; o residuo leva o saldo dos movimentos da
      * posicao ao volume contado. POS-OCUPADO anda pela diferenca
      * contra a fotografia, preservando o que se movimentou depois
      * da selecao.
           MOVE 'N' TO WRK-DIVERGIU.
           MOVE CCP-VOL-MOVIMENTO TO WRK-SALDO-AJUSTADO.
           MOVE 'N'         TO WRK-EOF-REF.
           MOVE CCP-CHAVE   TO CCR-POSICAO.
           MOVE LOW-VALUES  TO CCR-REFERENCIA.
           START ARQ-CICLO-REFERENCIA KEY IS NOT LESS THAN CCR-CHAVE
               INVALID KEY
                   SET FIM-REF TO TRUE
           END-START.
           PERFORM UNTIL FIM-REF
               READ ARQ-CICLO-REFERENCIA NEXT RECORD
                   AT END
                       SET FIM-REF TO TRUE
                   NOT AT END
                       IF CCR-POSICAO NOT = CCP-CHAVE
                           SET FIM-REF TO TRUE
                       ELSE
                           PERFORM 0760-AJUSTAR-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WRK-RESIDUO = CCP-VOL-CONTADO - WRK-SALDO-AJUSTADO.
           IF WRK-RESIDUO NOT = ZEROS
               IF WRK-RESIDUO > ZEROS
                   MOVE 'E'         TO WRK-AJU-TIPO
                   MOVE WRK-RESIDUO TO WRK-AJU-VOLUME
               ELSE
                   MOVE 'S'         TO WRK-AJU-TIPO
                   COMPUTE WRK-AJU-VOLUME = WRK-RESIDUO * -1
               END-IF
               MOVE SPACES            TO WRK-AJU-CLIENTE
               MOVE 'AJUSTE CICLICO'  TO WRK-AJU-REFERENCIA
               PERFORM 0780-GRAVAR-MOV-AJUSTE
           END-IF.
           COMPUTE WRK-DIF-VOLUME = CCP-VOL-CONTADO - CCP-VOL-SISTEMA.
           IF WRK-DIF-VOLUME NOT = ZEROS
               SET POSICAO-DIVERGENTE TO TRUE
               MOVE CCP-CHAVE TO POS-CHAVE
               READ ARQ-POSICOES
                   INVALID KEY
                       DISPLAY 'POSICAO FORA DO MASTER: ' CCP-CHAVE
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       ADD WRK-DIF-VOLUME TO POS-OCUPADO
                       REWRITE REG-POSICAO
               END-READ
           END-IF.
           MOVE 'A'           TO CCP-SITUACAO.
           MOVE WRK-DATA-HOJE TO CCP-DATA-CONTAGEM.
           REWRITE REG-CICLO-POSICAO.
           ADD 1 TO WRK-QTD-ENCERRADAS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           IF POSICAO-DIVERGENTE
               ADD 1 TO WRK-QTD-AJUSTADAS
               MOVE WRK-DIF-VOLUME TO WRK-DIF-ED
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB117'     TO WRK-AUD-PROGRAMA
               MOVE 'AJUSTE-CICLICO' TO WRK-AUD-CAMPO-CHAVE
               MOVE CCP-CHAVE        TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-DIF-ED       TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0760-AJUSTAR-REFERENCIA.
           EVALUATE TRUE
               WHEN CCR-VOL-SISTEMA > ZEROS AND CCR-CONTADA = 'N'
                   MOVE 'S'             TO WRK-AJU-TIPO
                   MOVE CCR-VOL-SISTEMA TO WRK-AJU-VOLUME
                   MOVE CCR-CLIENTE     TO WRK-AJU-CLIENTE
                   MOVE CCR-REFERENCIA  TO WRK-AJU-REFERENCIA
                   PERFORM 0780-GRAVAR-MOV-AJUSTE
                   SUBTRACT CCR-VOL-SISTEMA FROM WRK-SALDO-AJUSTADO
                   SET POSICAO-DIVERGENTE TO TRUE
               WHEN CCR-VOL-SISTEMA NOT > ZEROS AND CCR-CONTADA = 'S'
                   IF CCR-VOL-CONTADO > ZEROS
                       MOVE 'E'             TO WRK-AJU-TIPO
                       MOVE CCR-VOL-CONTADO TO WRK-AJU-VOLUME
                       MOVE CCR-CLIENTE     TO WRK-AJU-CLIENTE
                       MOVE CCR-REFERENCIA  TO WRK-AJU-REFERENCIA
                       PERFORM 0780-GRAVAR-MOV-AJUSTE
                       ADD CCR-VOL-CONTADO TO WRK-SALDO-AJUSTADO
                   END-IF
                   SET POSICAO-DIVERGENTE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0780-GRAVAR-MOV-AJUSTE.
           MOVE CCP-DEPOSITO       TO MOV-IDENTIFICADOR.
           MOVE WRK-AJU-TIPO       TO MOV-TIPO.
           MOVE WRK-AJU-VOLUME     TO MOV-VOLUME.
           MOVE WRK-DATA-HOJE      TO MOV-DATA.
           MOVE WRK-AJU-CLIENTE    TO MOV-CLIENTE.
           MOVE CCP-RUA            TO MOV-RUA.
           MOVE CCP-ESTANTE        TO MOV-ESTANTE.
           MOVE CCP-NIVEL          TO MOV-NIVEL.
           MOVE WRK-AJU-REFERENCIA TO MOV-REFERENCIA.
           WRITE REG-ESPACO-MOV.
           ADD 1 TO WRK-QTD-MOV-AJUSTE.

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB117.
