      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Caixa de alertas comum (ALERTAS.DAT) - resumo diario
      *          agrupado por modulo e enderecado ao supervisor de
      *          cada modulo (parametro ALRSUPV do PARAMETRO.DAT),
      *          com os alertas novos do dia e os ainda abertos dos
      *          dias anteriores; reconhecimento dos alertas abertos
      *          de um modulo pelo supervisor dele ou por ADM - o
      *          alerta fica aberto, entrando em todo resumo, ate
      *          alguem reconhecer. Restrito a SUPERVISOR e ADM pelo
      *          sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB134.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'runfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-ALERTAS     VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DATA-RESUMO      PIC 9(08)   VALUE ZEROS.

      * Supervisor de cada modulo - layout do parametro ALRSUPV.
       01  REG-CFG-ALERTA.
           05 CFG-ALR-MODULO       PIC X(08).
           05 CFG-ALR-SUPERVISOR   PIC X(20).
       77 WRK-MOD-PROCURADO    PIC X(08)   VALUE SPACES.
       77 WRK-SUPERVISOR-MOD   PIC X(20)   VALUE SPACES.

      * Quebra por modulo do resumo.
       77 WRK-MODULO-ATUAL     PIC X(08)   VALUE SPACES.
       77 WRK-PRIMEIRO         PIC X(01)   VALUE 'S'.
           88 PRIMEIRO-MODULO  VALUE 'S'.
       77 WRK-SITUACAO-DESC    PIC X(20)   VALUE SPACES.
       77 WRK-MOD-ERROS        PIC 9(05)   VALUE ZEROS.
       77 WRK-MOD-AVISOS       PIC 9(05)   VALUE ZEROS.
       77 WRK-MOD-INFORM       PIC 9(05)   VALUE ZEROS.
       77 WRK-MOD-NOVOS        PIC 9(05)   VALUE ZEROS.
       77 WRK-MOD-PENDENTES    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-MODULOS      PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-ALERTAS      PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-NOVOS        PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-PENDENTES    PIC 9(05)   VALUE ZEROS.

      * Reconhecimento.
       77 WRK-RESPOSTA         PIC X(01)   VALUE SPACES.
           88 RESPOSTA-SIM     VALUE 'S'.
           88 RESPOSTA-FIM     VALUE 'F'.
       77 WRK-QTD-RECONHECIDOS PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-ABERTOS-MOD  PIC 9(05)   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB134' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
            OR (NOT SUPERVISOR AND NOT ADM)
               DISPLAY 'CAIXA DE ALERTAS RESTRITA A SUPERVISOR OU ADM'
               MOVE 'PROGCOB134' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'CAIXA DE ALERTAS NEGADA' TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               PERFORM UNTIL SAIR-ALERTAS
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== CAIXA DE ALERTAS ====='.
           DISPLAY '1 - RESUMO DIARIO POR MODULO'.
           DISPLAY '2 - RECONHECER ALERTAS DE UM MODULO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RESUMO-DIARIO
               WHEN 2
                   PERFORM 0500-RECONHECER-ALERTAS
               WHEN 0
                   SET SAIR-ALERTAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-ACHAR-SUPERVISOR.
      * Supervisor de WRK-MOD-PROCURADO na tabela ALRSUPV ja
      * carregada; modulo sem supervisor cadastrado fica com os ADM.
           MOVE 'SEM SUPERVISOR - ADM' TO WRK-SUPERVISOR-MOD.
           PERFORM VARYING WRK-PRV-LOOP FROM 1 BY 1
                   UNTIL WRK-PRV-LOOP > WRK-PRV-QTD
               IF WRK-PRV-ARGUMENTO(WRK-PRV-LOOP) = WRK-MOD-PROCURADO
                   MOVE WRK-PRV-VALOR(WRK-PRV-LOOP) TO REG-CFG-ALERTA
                   MOVE CFG-ALR-SUPERVISOR TO WRK-SUPERVISOR-MOD
               END-IF
           END-PERFORM.

       0260-CARREGAR-SUPERVISORES.
           MOVE 'ALRSUPV' TO WRK-PRM-CODIGO.
           PERFORM 9685-CARREGAR-TABELA-PARAM.

       0300-RESUMO-DIARIO.
      * Entra no resumo do dia todo alerta que estava aberto no dia:
      * criado ate a data e ainda aberto, ou reconhecido na data ou
      * depois dela. A leitura pela chave alternativa traz os
      * alertas agrupados por modulo.
           DISPLAY 'DATA DO RESUMO (AAAAMMDD, BRANCO = HOJE):'.
           ACCEPT WRK-DATA-RESUMO.
           IF WRK-DATA-RESUMO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-RESUMO
           END-IF.
           MOVE WRK-DATA-RESUMO TO WRK-PRM-DATA-REF.
           PERFORM 0260-CARREGAR-SUPERVISORES.
           MOVE 'PROGCOB134' TO WRK-REP-PROGRAMA.
           MOVE 'RESUMO DIARIO DE ALERTAS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'DATA DO RESUMO: ' WRK-DATA-RESUMO.
           MOVE ZEROS  TO WRK-QTD-MODULOS WRK-QTD-ALERTAS
                          WRK-QTD-NOVOS WRK-QTD-PENDENTES.
           MOVE SPACES TO WRK-MODULO-ATUAL.
           MOVE 'S'    TO WRK-PRIMEIRO.
           MOVE 'N'    TO WRK-EOF-ALERTAS.
           OPEN INPUT ARQ-ALERTAS.
           IF WRK-FS-ALERTAS NOT = '00'
               DISPLAY 'NENHUM ALERTA REGISTRADO'
           ELSE
               MOVE LOW-VALUES TO ALR-CHAVE-ALERTA
               START ARQ-ALERTAS KEY IS NOT LESS THAN ALR-CHAVE-ALERTA
                   INVALID KEY
                       SET FIM-ALERTAS TO TRUE
               END-START
               PERFORM UNTIL FIM-ALERTAS
                   READ ARQ-ALERTAS NEXT RECORD
                       AT END
                           SET FIM-ALERTAS TO TRUE
                       NOT AT END
                           IF ALR-DATA NOT > WRK-DATA-RESUMO
                            AND (ALR-ABERTO
                             OR ALR-RECONH-DATA NOT < WRK-DATA-RESUMO)
                               PERFORM 0350-IMPRIMIR-ALERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALERTAS
               IF NOT PRIMEIRO-MODULO
                   PERFORM 0390-FECHAR-MODULO
               END-IF
           END-IF.
           DISPLAY '=============================================='.
           DISPLAY 'MODULOS COM ALERTA: ' WRK-QTD-MODULOS
               '  ALERTAS: ' WRK-QTD-ALERTAS.
           DISPLAY 'NOVOS NO DIA: ' WRK-QTD-NOVOS
               '  PENDENTES DE DIAS ANTERIORES: ' WRK-QTD-PENDENTES.
           ADD WRK-QTD-ALERTAS TO WRK-RUN-QTD-LIDOS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB134'      TO WRK-AUD-PROGRAMA.
           MOVE 'RESUMO-ALERTAS'  TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-DATA-RESUMO   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-ALERTAS   TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0350-IMPRIMIR-ALERTA.
           IF PRIMEIRO-MODULO OR ALR-MODULO NOT = WRK-MODULO-ATUAL
               IF NOT PRIMEIRO-MODULO
                   PERFORM 0390-FECHAR-MODULO
               END-IF
               PERFORM 0380-ABRIR-MODULO
           END-IF.
           EVALUATE TRUE
               WHEN ALR-RECONHECIDO
                   STRING 'RECONHECIDO ' DELIMITED BY SIZE
                          ALR-RECONH-DATA DELIMITED BY SIZE
                          INTO WRK-SITUACAO-DESC
                   END-STRING
               WHEN ALR-DATA = WRK-DATA-RESUMO
                   MOVE 'NOVO' TO WRK-SITUACAO-DESC
               WHEN OTHER
                   STRING 'PENDENTE DESDE ' DELIMITED BY SIZE
                          ALR-DATA DELIMITED BY SIZE
                          INTO WRK-SITUACAO-DESC
                   END-STRING
           END-EVALUATE.
           IF ALR-DATA = WRK-DATA-RESUMO
               ADD 1 TO WRK-MOD-NOVOS WRK-QTD-NOVOS
           ELSE
               ADD 1 TO WRK-MOD-PENDENTES WRK-QTD-PENDENTES
           END-IF.
           EVALUATE TRUE
               WHEN ALR-ERRO
                   ADD 1 TO WRK-MOD-ERROS
               WHEN ALR-AVISO
                   ADD 1 TO WRK-MOD-AVISOS
               WHEN OTHER
                   ADD 1 TO WRK-MOD-INFORM
           END-EVALUATE.
           ADD 1 TO WRK-QTD-ALERTAS.
           DISPLAY '[' ALR-SEVERIDADE '] ' ALR-MSG-CODIGO ' '
               ALR-MSG-TEXTO ' ' ALR-CHAVE-NEGOCIO.
           DISPLAY '      ' ALR-DETALHE ' ' ALR-PROGRAMA
               ' OCORR: ' ALR-OCORRENCIAS.
           DISPLAY '      ' WRK-SITUACAO-DESC.
           MOVE SPACES TO WRK-SITUACAO-DESC.

       0380-ABRIR-MODULO.
           MOVE 'N'        TO WRK-PRIMEIRO.
           MOVE ALR-MODULO TO WRK-MODULO-ATUAL WRK-MOD-PROCURADO.
           PERFORM 0250-ACHAR-SUPERVISOR.
           MOVE ZEROS TO WRK-MOD-ERROS WRK-MOD-AVISOS WRK-MOD-INFORM
                         WRK-MOD-NOVOS WRK-MOD-PENDENTES.
           ADD 1 TO WRK-QTD-MODULOS.
           DISPLAY ' '.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'MODULO: ' WRK-MODULO-ATUAL
               '  PARA: ' WRK-SUPERVISOR-MOD.
           DISPLAY '----------------------------------------------'.

       0390-FECHAR-MODULO.
           DISPLAY 'TOTAL ' WRK-MODULO-ATUAL ': ERROS ' WRK-MOD-ERROS
               '  AVISOS ' WRK-MOD-AVISOS
               '  INFORMATIVOS ' WRK-MOD-INFORM.
           DISPLAY '      NOVOS ' WRK-MOD-NOVOS
               '  PENDENTES ' WRK-MOD-PENDENTES.

       0500-RECONHECER-ALERTAS.
      * So o supervisor do modulo (ALRSUPV vigente) ou um ADM
      * reconhece; cada alerta aberto do modulo e apresentado e o
      * reconhecimento fica no registro e no AUDIT.DAT.
           DISPLAY 'MODULO:'.
           ACCEPT WRK-MOD-PROCURADO.
           MOVE ZEROS TO WRK-PRM-DATA-REF.
           PERFORM 0260-CARREGAR-SUPERVISORES.
           PERFORM 0250-ACHAR-SUPERVISOR.
           IF NOT ADM AND WRK-USUARIO NOT = WRK-SUPERVISOR-MOD
               DISPLAY 'RECONHECIMENTO RESTRITO AO SUPERVISOR DO '
                   'MODULO (' WRK-SUPERVISOR-MOD ')'
               MOVE 'PROGCOB134' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'RECONHECER ALERTA NEGADO'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE ZEROS  TO WRK-QTD-RECONHECIDOS WRK-QTD-ABERTOS-MOD
               MOVE SPACES TO WRK-RESPOSTA
               MOVE 'N'    TO WRK-EOF-ALERTAS
               OPEN I-O ARQ-ALERTAS
               IF WRK-FS-ALERTAS NOT = '00'
                   DISPLAY 'NENHUM ALERTA REGISTRADO'
               ELSE
                   MOVE WRK-MOD-PROCURADO TO ALR-MODULO
                   MOVE ZEROS             TO ALR-MSG-CODIGO
                   MOVE LOW-VALUES        TO ALR-CHAVE-NEGOCIO
                   START ARQ-ALERTAS
                       KEY IS NOT LESS THAN ALR-CHAVE-ALERTA
                       INVALID KEY
                           SET FIM-ALERTAS TO TRUE
                   END-START
                   PERFORM UNTIL FIM-ALERTAS OR RESPOSTA-FIM
                       READ ARQ-ALERTAS NEXT RECORD
                           AT END
                               SET FIM-ALERTAS TO TRUE
                           NOT AT END
                               IF ALR-MODULO NOT = WRK-MOD-PROCURADO
                                   SET FIM-ALERTAS TO TRUE
                               ELSE
                                   IF ALR-ABERTO
                                       PERFORM 0550-DECIDIR-ALERTA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ALERTAS
               END-IF
               DISPLAY 'ALERTAS ABERTOS APRESENTADOS: '
                   WRK-QTD-ABERTOS-MOD
                   '  RECONHECIDOS: ' WRK-QTD-RECONHECIDOS
           END-IF.

       0550-DECIDIR-ALERTA.
           ADD 1 TO WRK-QTD-ABERTOS-MOD.
           DISPLAY ' '.
           DISPLAY '[' ALR-SEVERIDADE '] ' ALR-MSG-CODIGO ' '
               ALR-MSG-TEXTO ' ' ALR-CHAVE-NEGOCIO.
           DISPLAY '      ' ALR-DETALHE ' DESDE ' ALR-DATA
               ' OCORR: ' ALR-OCORRENCIAS.
           DISPLAY 'RECONHECER (S-SIM / N-NAO / F-FIM):'.
           ACCEPT WRK-RESPOSTA.
           IF RESPOSTA-SIM
               SET ALR-RECONHECIDO TO TRUE
               MOVE WRK-USUARIO   TO ALR-RECONH-USUARIO
               MOVE WRK-DATA-HOJE TO ALR-RECONH-DATA
               REWRITE REG-ALERTA
               ADD 1 TO WRK-QTD-RECONHECIDOS
               ADD 1 TO WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB134'         TO WRK-AUD-PROGRAMA
               MOVE 'ALERTA-RECONHECIDO' TO WRK-AUD-CAMPO-CHAVE
               MOVE SPACES               TO WRK-AUD-VALOR-ENTRADA
               STRING ALR-MODULO     DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      ALR-MSG-CODIGO DELIMITED BY SIZE
                      INTO WRK-AUD-VALOR-ENTRADA
               END-STRING
               MOVE ALR-CHAVE-NEGOCIO    TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
