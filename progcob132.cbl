      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Revisao de acessos e desativacao de contas sem uso -
      *          o relatorio mensal lista, por usuario de
      *          USUARIOS.DAT, o nivel, a situacao da conta, o ultimo
      *          sign-on, a idade da senha e as opcoes do menu com
      *          regra em AUTORIZA.DAT que o nivel alcanca; o lote
      *          desativa as contas sem sign-on ha mais dias que o
      *          limite do SEGCFG e registra cada desativacao no
      *          SEGURANCA.LOG. Relatorio para SUPERVISOR ou ADM,
      *          desativacao so ADM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB132.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'autsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'autfd.cpy'.
           COPY 'runfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-REVISAO     VALUE 'S'.
       77 WRK-EOF-USUARIOS     PIC X(01)   VALUE 'N'.
           88 FIM-USUARIOS     VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-HOJE        PIC 9(08)   VALUE ZEROS.

      * Operador logado - o nivel de cada usuario do relatorio passa
      * por WRK-NIVEL para a checagem de autorizacao e o do operador
      * volta no fim.
       77 WRK-OPERADOR         PIC X(20)   VALUE SPACES.
       77 WRK-NIVEL-OPERADOR   PIC 9(04)V99 VALUE ZEROS.

      * Usuario em avaliacao.
       77 WRK-NIVEL-DESC       PIC X(10)   VALUE SPACES.
       77 WRK-SITUACAO-DESC    PIC X(10)   VALUE SPACES.
       77 WRK-DATA-REF-ACESSO  PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-SEM-ACESSO  PIC 9(05)   VALUE ZEROS.
       77 WRK-IDADE-SENHA      PIC 9(05)   VALUE ZEROS.
       77 WRK-ULTIMO-ED        PIC X(10)   VALUE SPACES.
       77 WRK-SENHA-DESC       PIC X(20)   VALUE SPACES.
       77 WRK-REF-OK           PIC X(01)   VALUE 'N'.
           88 TEM-REFERENCIA   VALUE 'S'.

      * Linha de opcoes liberadas - 16 opcoes de 4 posicoes por
      * linha impressa.
       77 WRK-LINHA-OPCOES     PIC X(64)   VALUE SPACES.
       77 WRK-PTR-OPCOES       PIC 9(03)   VALUE 1.
       77 WRK-QTD-OPC-LINHA    PIC 9(02)   VALUE ZEROS.
       77 WRK-QTD-OPC-USUARIO  PIC 9(03)   VALUE ZEROS.
       77 WRK-AUT-LOOP         PIC 9(03)   VALUE ZEROS.

      * Totais.
       77 WRK-QTD-USUARIOS     PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-INATIVOS     PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-DESATIVADOS  PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-SENHA-VENC   PIC 9(05)   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'autws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB132' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
            OR (NOT SUPERVISOR AND NOT ADM)
               DISPLAY 'REVISAO DE ACESSOS RESTRITA A SUPERVISOR OU '
                   'ADM'
               MOVE 'PROGCOB132' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'REVISAO DE ACESSOS NEGADA'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               MOVE WRK-USUARIO TO WRK-OPERADOR
               MOVE WRK-NIVEL   TO WRK-NIVEL-OPERADOR
               MOVE 'PROGCOB132' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               PERFORM 0172-CARREGAR-AUTORIZACOES
               PERFORM UNTIL SAIR-REVISAO
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== REVISAO DE ACESSOS ====='.
           DISPLAY '1 - RELATORIO DE REVISAO DE ACESSOS'.
           DISPLAY '2 - DESATIVAR CONTAS SEM USO (ADM)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RELATORIO-REVISAO
               WHEN 2
                   PERFORM 0500-DESATIVAR-INATIVOS
               WHEN 0
                   SET SAIR-REVISAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-RELATORIO-REVISAO.
           MOVE 'PROGCOB132' TO WRK-REP-PROGRAMA.
           MOVE 'REVISAO MENSAL DE ACESSOS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE ZEROS TO WRK-QTD-USUARIOS WRK-QTD-INATIVOS
                         WRK-QTD-SENHA-VENC.
           MOVE 'N' TO WRK-EOF-USUARIOS.
           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'NENHUM USUARIO CADASTRADO'
           ELSE
               MOVE LOW-VALUES TO USR-ID
               START ARQ-USUARIOS KEY IS NOT LESS THAN USR-ID
                   INVALID KEY
                       SET FIM-USUARIOS TO TRUE
               END-START
               PERFORM UNTIL FIM-USUARIOS
                   READ ARQ-USUARIOS NEXT RECORD
                       AT END
                           SET FIM-USUARIOS TO TRUE
                       NOT AT END
                           PERFORM 0350-LISTAR-USUARIO
                   END-READ
               END-PERFORM
               CLOSE ARQ-USUARIOS
           END-IF.
           MOVE WRK-NIVEL-OPERADOR TO WRK-NIVEL.
           DISPLAY ' '.
           DISPLAY 'USUARIOS: ' WRK-QTD-USUARIOS
               '  SEM USO HA MAIS DE ' WRK-DIAS-INATIVIDADE
               ' DIAS: ' WRK-QTD-INATIVOS
               '  SENHAS VENCIDAS: ' WRK-QTD-SENHA-VENC.
           DISPLAY 'OPCOES SEM REGRA EM AUTORIZA.DAT SAO LIBERADAS A '
               'TODO USUARIO LOGADO'.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB132'       TO WRK-AUD-PROGRAMA.
           MOVE 'REVISAO-ACESSOS'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-OPERADOR       TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-USUARIOS   TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0350-LISTAR-USUARIO.
           ADD 1 TO WRK-QTD-USUARIOS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           PERFORM 0400-AVALIAR-USUARIO.
           DISPLAY ' '.
           DISPLAY USR-ID ' NIVEL ' WRK-NIVEL-DESC ' CONTA '
               WRK-SITUACAO-DESC.
           IF TEM-REFERENCIA
               DISPLAY '  ULTIMO SIGN-ON: ' WRK-ULTIMO-ED
                   '  DIAS SEM USO: ' WRK-DIAS-SEM-ACESSO
           ELSE
               DISPLAY '  ULTIMO SIGN-ON: NUNCA - SEM DATA DE '
                   'REFERENCIA'
           END-IF.
           IF TEM-REFERENCIA
            AND WRK-DIAS-SEM-ACESSO > WRK-DIAS-INATIVIDADE
            AND NOT USR-CONTA-BLOQUEADA
               ADD 1 TO WRK-QTD-INATIVOS
               DISPLAY '  ** SEM USO ACIMA DO LIMITE - SERA '
                   'DESATIVADA'
           END-IF.
           DISPLAY '  SENHA: ' WRK-SENHA-DESC.
      * Opcoes com regra que o nivel do usuario alcanca.
           MOVE USR-NIVEL TO WRK-NIVEL.
           MOVE SPACES    TO WRK-LINHA-OPCOES.
           MOVE 1         TO WRK-PTR-OPCOES.
           MOVE ZEROS     TO WRK-QTD-OPC-LINHA WRK-QTD-OPC-USUARIO.
           DISPLAY '  OPCOES COM REGRA LIBERADAS:'.
           PERFORM VARYING WRK-AUT-LOOP FROM 1 BY 1
                   UNTIL WRK-AUT-LOOP > WRK-AUT-QTD
               MOVE WRK-AUT-OPCAO(WRK-AUT-LOOP) TO WRK-AUT-OPCAO-PROC
               PERFORM 9765-VERIFICAR-AUTORIZACAO
               IF OPCAO-PERMITIDA
                   PERFORM 0370-ACUMULAR-OPCAO
               END-IF
           END-PERFORM.
           IF WRK-QTD-OPC-LINHA > ZEROS
               DISPLAY '    ' WRK-LINHA-OPCOES
           END-IF.
           IF WRK-QTD-OPC-USUARIO = ZEROS
               DISPLAY '    NENHUMA'
           END-IF.

       0370-ACUMULAR-OPCAO.
           STRING WRK-AUT-OPCAO(WRK-AUT-LOOP) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  INTO WRK-LINHA-OPCOES
                  WITH POINTER WRK-PTR-OPCOES
           END-STRING.
           ADD 1 TO WRK-QTD-OPC-LINHA WRK-QTD-OPC-USUARIO.
           IF WRK-QTD-OPC-LINHA = 16
               DISPLAY '    ' WRK-LINHA-OPCOES
               MOVE SPACES TO WRK-LINHA-OPCOES
               MOVE 1      TO WRK-PTR-OPCOES
               MOVE ZEROS  TO WRK-QTD-OPC-LINHA
           END-IF.

       0400-AVALIAR-USUARIO.
      * Base da inatividade: o ultimo sign-on; conta que nunca entrou
      * conta a partir do cadastro (data da senha inicial). Sem
      * nenhuma das duas datas a conta nao tem referencia e fica so
      * no relatorio para revisao manual.
           EVALUATE USR-NIVEL
               WHEN 01
                   MOVE 'ADM'        TO WRK-NIVEL-DESC
               WHEN 03
                   MOVE 'SUPERVISOR' TO WRK-NIVEL-DESC
               WHEN 02
                   MOVE 'USER'       TO WRK-NIVEL-DESC
               WHEN OTHER
                   MOVE 'INDEFINIDO' TO WRK-NIVEL-DESC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN USR-DESATIVADA-INATIV
                   MOVE 'DESATIVADA' TO WRK-SITUACAO-DESC
               WHEN USR-CONTA-BLOQUEADA
                   MOVE 'BLOQUEADA'  TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'ATIVA'      TO WRK-SITUACAO-DESC
           END-EVALUATE.
           MOVE 'N'   TO WRK-REF-OK.
           MOVE ZEROS TO WRK-DIAS-SEM-ACESSO.
           MOVE 'NUNCA' TO WRK-ULTIMO-ED.
           IF USR-ULTIMO-ACESSO IS NUMERIC
            AND USR-ULTIMO-ACESSO > ZEROS
               MOVE USR-ULTIMO-ACESSO TO WRK-DATA-REF-ACESSO
               STRING USR-ULTIMO-ACESSO(1:4) '/'
                      USR-ULTIMO-ACESSO(5:2) '/'
                      USR-ULTIMO-ACESSO(7:2)
                      DELIMITED BY SIZE INTO WRK-ULTIMO-ED
               END-STRING
               SET TEM-REFERENCIA TO TRUE
           ELSE
               IF USR-DATA-TROCA > ZEROS
                   MOVE USR-DATA-TROCA TO WRK-DATA-REF-ACESSO
                   SET TEM-REFERENCIA TO TRUE
               END-IF
           END-IF.
           IF TEM-REFERENCIA
               COMPUTE WRK-DIAS-SEM-ACESSO = WRK-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-REF-ACESSO)
           END-IF.
           IF USR-DATA-TROCA = ZEROS
               MOVE 'SEM DATA - EXPIRADA' TO WRK-SENHA-DESC
               ADD 1 TO WRK-QTD-SENHA-VENC
           ELSE
               COMPUTE WRK-IDADE-SENHA = WRK-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(USR-DATA-TROCA)
               MOVE SPACES TO WRK-SENHA-DESC
               IF WRK-IDADE-SENHA > WRK-IDADE-MAX-SENHA
                   STRING WRK-IDADE-SENHA ' DIAS - VENCIDA'
                       DELIMITED BY SIZE INTO WRK-SENHA-DESC
                   END-STRING
                   ADD 1 TO WRK-QTD-SENHA-VENC
               ELSE
                   STRING WRK-IDADE-SENHA ' DIAS'
                       DELIMITED BY SIZE INTO WRK-SENHA-DESC
                   END-STRING
               END-IF
           END-IF.

       0500-DESATIVAR-INATIVOS.
      * Conta ativa sem sign-on ha mais dias que o limite do SEGCFG
      * e desativada ('D'); so volta pelo desbloqueio de um ADM no
      * PROGCOB018. Conta ja bloqueada nao e tocada.
           IF WRK-NIVEL-OPERADOR NOT = 01
               DISPLAY 'DESATIVACAO RESTRITA A USUARIOS ADM'
               MOVE 'PROGCOB132' TO WRK-SEG-PROGRAMA
               MOVE WRK-OPERADOR TO WRK-SEG-USUARIO
               MOVE 'DESATIVACAO NEGADA - NAO ADM'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE ZEROS TO WRK-QTD-DESATIVADOS
               MOVE 'N'   TO WRK-EOF-USUARIOS
               OPEN I-O ARQ-USUARIOS
               IF WRK-FS-USUARIOS NOT = '00'
                   DISPLAY 'NENHUM USUARIO CADASTRADO'
               ELSE
                   MOVE LOW-VALUES TO USR-ID
                   START ARQ-USUARIOS KEY IS NOT LESS THAN USR-ID
                       INVALID KEY
                           SET FIM-USUARIOS TO TRUE
                   END-START
                   PERFORM UNTIL FIM-USUARIOS
                       READ ARQ-USUARIOS NEXT RECORD
                           AT END
                               SET FIM-USUARIOS TO TRUE
                           NOT AT END
                               PERFORM 0550-AVALIAR-DESATIVACAO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-USUARIOS
               END-IF
               DISPLAY 'CONTAS DESATIVADAS: ' WRK-QTD-DESATIVADOS
                   ' (LIMITE ' WRK-DIAS-INATIVIDADE ' DIAS SEM USO)'
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB132'          TO WRK-AUD-PROGRAMA
               MOVE 'DESATIVACAO-INATIVOS' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-OPERADOR          TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-QTD-DESATIVADOS   TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0550-AVALIAR-DESATIVACAO.
           PERFORM 0400-AVALIAR-USUARIO.
           IF NOT USR-CONTA-BLOQUEADA
            AND TEM-REFERENCIA
            AND WRK-DIAS-SEM-ACESSO > WRK-DIAS-INATIVIDADE
               MOVE 'D' TO USR-BLOQUEADO
               REWRITE REG-USUARIO
               ADD 1 TO WRK-QTD-DESATIVADOS
               ADD 1 TO WRK-RUN-QTD-LIDOS
               DISPLAY USR-ID ' DESATIVADA - ' WRK-DIAS-SEM-ACESSO
                   ' DIAS SEM USO'
               MOVE 'PROGCOB132' TO WRK-SEG-PROGRAMA
               MOVE USR-ID       TO WRK-SEG-USUARIO
               MOVE 'CONTA DESATIVADA - SEM USO'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'autpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
