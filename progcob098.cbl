      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Pensao alimenticia - cadastro das ordens judiciais
      *          por empregado (beneficiario, conta bancaria, base
      *          de calculo fixada pelo juizo e vigencia); o desconto
      *          e apurado na folha do PROGCOB01, o beneficiario
      *          recebe na remessa do PROGCOB023 e o total do ano
      *          sai no informe de rendimentos do PROGCOB026
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB098.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'palsel.cpy'.
            COPY 'ppgsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'palfd.cpy'.
           COPY 'ppgfd.cpy'.
           COPY 'runfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MANUTENCAO  VALUE 'S'.
       77 WRK-PEN-STATUS       PIC X(01)   VALUE 'S'.
           88 PENSAO-OK            VALUE 'S'.
           88 PENSAO-COM-ERRO      VALUE 'N'.
       77 WRK-PEN-EMP-ACHADO   PIC X(01)   VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.

      * Campos digitados no cadastro - a chave e a matricula mais a
      * sequencia da ordem (mais de um beneficiario por empregado).
       77 WRK-PEN-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-PEN-SEQ          PIC 9(02)   VALUE ZEROS.
       77 WRK-PEN-BENEFICIARIO PIC X(20)   VALUE SPACES.
       77 WRK-PEN-PROCESSO     PIC X(20)   VALUE SPACES.
       77 WRK-PEN-BASE         PIC X(01)   VALUE SPACES.
           88 BASE-VALIDA      VALUES 'L' 'M' 'F'.
           88 BASE-VALOR-FIXO  VALUE 'F'.
       77 WRK-PEN-PERCENTUAL   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PEN-VALOR-FIXO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PEN-BANCO        PIC 9(03)   VALUE ZEROS.
       77 WRK-PEN-AGENCIA      PIC 9(04)   VALUE ZEROS.
       77 WRK-PEN-CONTA        PIC 9(08)   VALUE ZEROS.
       01 WRK-PEN-DATA-INICIO.
           02 WRK-PEN-INI-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-PEN-INI-MES  PIC 9(02)   VALUE ZEROS.
           02 WRK-PEN-INI-DIA  PIC 9(02)   VALUE ZEROS.
       01 WRK-PEN-INI-NUM REDEFINES WRK-PEN-DATA-INICIO PIC 9(08).
       01 WRK-PEN-DATA-FIM.
           02 WRK-PEN-FIM-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-PEN-FIM-MES  PIC 9(02)   VALUE ZEROS.
           02 WRK-PEN-FIM-DIA  PIC 9(02)   VALUE ZEROS.
       01 WRK-PEN-FIM-NUM REDEFINES WRK-PEN-DATA-FIM PIC 9(08).
       77 WRK-PEN-DATA-HOJE    PIC 9(08)   VALUE ZEROS.

      * Campos editados.
       77 WRK-PEN-PERC-ED      PIC ZZ9,99        VALUE ZEROS.
       77 WRK-PEN-FIXO-ED      PIC $ZZZ.ZZ9,99   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'empws.cpy'.
           COPY 'palws.cpy'.
           COPY 'runws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB098' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== PENSAO ALIMENTICIA ===='.
           DISPLAY '1 - INCLUIR OU ALTERAR ORDEM JUDICIAL'.
           DISPLAY '2 - EXCLUIR ORDEM JUDICIAL'.
           DISPLAY '3 - LISTAR ORDENS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-PENSAO
               WHEN 2
                   PERFORM 0400-EXCLUIR-PENSAO
               WHEN 3
                   PERFORM 0500-LISTAR-PENSOES
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-INCLUIR-PENSAO.
           SET PENSAO-OK TO TRUE.
           DISPLAY 'MATRICULA DO EMPREGADO:'.
           ACCEPT WRK-PEN-MATRICULA.
           MOVE WRK-PEN-MATRICULA TO EMP-MATRICULA.
           PERFORM 0310-LER-EMPREGADO.
           IF NOT EMPREGADO-ACHADO OR EMP-SITUACAO = 'D'
               DISPLAY 'EMPREGADO NAO ENCONTRADO OU DESLIGADO'
               SET PENSAO-COM-ERRO TO TRUE
           ELSE
               PERFORM 0320-LER-ORDEM
           END-IF.
           IF PENSAO-OK
               PERFORM 0350-GRAVAR-PENSAO
           ELSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0310-LER-EMPREGADO.
           MOVE 'N' TO WRK-PEN-EMP-ACHADO.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS = '00'
               READ ARQ-EMPREGADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EMPREGADO-ACHADO TO TRUE
               END-READ
               CLOSE ARQ-EMPREGADOS
           END-IF.

       0320-LER-ORDEM.
      * Base L (percentual do liquido) e M (percentual do salario
      * minimo) pedem o percentual; F pede o valor mensal. Sem conta
      * bancaria o beneficiario nao pode ser pago na remessa.
           DISPLAY 'NOME: ' EMP-NOME.
           DISPLAY 'SEQUENCIA DA ORDEM (01-99):'.
           ACCEPT WRK-PEN-SEQ.
           DISPLAY 'NUMERO DO PROCESSO:'.
           ACCEPT WRK-PEN-PROCESSO.
           DISPLAY 'NOME DO BENEFICIARIO:'.
           ACCEPT WRK-PEN-BENEFICIARIO.
           DISPLAY 'BASE (L-LIQUIDO  M-SALARIO MINIMO  F-VALOR FIXO):'.
           ACCEPT WRK-PEN-BASE.
           MOVE ZEROS TO WRK-PEN-PERCENTUAL WRK-PEN-VALOR-FIXO.
           IF WRK-PEN-SEQ = ZEROS OR WRK-PEN-BENEFICIARIO = SPACES
               DISPLAY 'SEQUENCIA E BENEFICIARIO SAO OBRIGATORIOS'
               SET PENSAO-COM-ERRO TO TRUE
           END-IF.
           IF NOT BASE-VALIDA
               DISPLAY 'BASE DE CALCULO INVALIDA'
               SET PENSAO-COM-ERRO TO TRUE
           ELSE
               IF BASE-VALOR-FIXO
                   DISPLAY 'VALOR MENSAL (999999,99):'
                   ACCEPT WRK-PEN-VALOR-FIXO
                   IF WRK-PEN-VALOR-FIXO = ZEROS
                       DISPLAY 'VALOR MENSAL E OBRIGATORIO'
                       SET PENSAO-COM-ERRO TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'PERCENTUAL (999,99):'
                   ACCEPT WRK-PEN-PERCENTUAL
                   IF WRK-PEN-PERCENTUAL = ZEROS
                       OR WRK-PEN-PERCENTUAL > 100
                       DISPLAY 'PERCENTUAL INVALIDO'
                       SET PENSAO-COM-ERRO TO TRUE
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'BANCO DO BENEFICIARIO:'.
           ACCEPT WRK-PEN-BANCO.
           DISPLAY 'AGENCIA:'.
           ACCEPT WRK-PEN-AGENCIA.
           DISPLAY 'CONTA:'.
           ACCEPT WRK-PEN-CONTA.
           IF WRK-PEN-BANCO = ZEROS OR WRK-PEN-CONTA = ZEROS
               DISPLAY 'DADOS BANCARIOS DO BENEFICIARIO SAO '
                   'OBRIGATORIOS'
               SET PENSAO-COM-ERRO TO TRUE
           END-IF.
           PERFORM 0330-LER-VIGENCIA.

       0330-LER-VIGENCIA.
      * Fim zerado deixa a ordem em aberto ate nova decisao.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD):'.
           ACCEPT WRK-PEN-INI-NUM.
           MOVE WRK-PEN-INI-ANO TO WRK-DTV-ANO.
           MOVE WRK-PEN-INI-MES TO WRK-DTV-MES.
           MOVE WRK-PEN-INI-DIA TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           IF DATA-INVALIDA
               DISPLAY 'DATA DE INICIO INVALIDA'
               SET PENSAO-COM-ERRO TO TRUE
           END-IF.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, ZERO = EM ABERTO):'.
           ACCEPT WRK-PEN-FIM-NUM.
           IF WRK-PEN-FIM-NUM NOT = ZEROS
               MOVE WRK-PEN-FIM-ANO TO WRK-DTV-ANO
               MOVE WRK-PEN-FIM-MES TO WRK-DTV-MES
               MOVE WRK-PEN-FIM-DIA TO WRK-DTV-DIA
               PERFORM 9600-VALIDAR-DATA
               IF DATA-INVALIDA
                   OR WRK-PEN-FIM-NUM < WRK-PEN-INI-NUM
                   DISPLAY 'DATA DE FIM INVALIDA'
                   SET PENSAO-COM-ERRO TO TRUE
               END-IF
           END-IF.

       0350-GRAVAR-PENSAO.
           MOVE WRK-PEN-MATRICULA    TO PAL-MATRICULA.
           MOVE WRK-PEN-SEQ          TO PAL-SEQ.
           MOVE WRK-PEN-BENEFICIARIO TO PAL-BENEFICIARIO.
           MOVE WRK-PEN-PROCESSO     TO PAL-PROCESSO.
           MOVE WRK-PEN-BASE         TO PAL-BASE.
           MOVE WRK-PEN-PERCENTUAL   TO PAL-PERCENTUAL.
           MOVE WRK-PEN-VALOR-FIXO   TO PAL-VALOR-FIXO.
           MOVE WRK-PEN-BANCO        TO PAL-BANCO.
           MOVE WRK-PEN-AGENCIA      TO PAL-AGENCIA.
           MOVE WRK-PEN-CONTA        TO PAL-CONTA.
           MOVE WRK-PEN-INI-NUM      TO PAL-DATA-INICIO.
           MOVE WRK-PEN-FIM-NUM      TO PAL-DATA-FIM.
           ACCEPT PAL-USUARIO FROM ENVIRONMENT 'USER'.
           ACCEPT WRK-PEN-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-PEN-DATA-HOJE    TO PAL-DATA-CADASTRO.
           OPEN I-O ARQ-PENSAO.
           IF WRK-FS-PENSAO = '35'
               OPEN OUTPUT ARQ-PENSAO
               CLOSE ARQ-PENSAO
               OPEN I-O ARQ-PENSAO
           END-IF.
           WRITE REG-PENSAO
               INVALID KEY
                   REWRITE REG-PENSAO
                   DISPLAY 'ORDEM JUDICIAL ALTERADA'
               NOT INVALID KEY
                   DISPLAY 'ORDEM JUDICIAL INCLUIDA'
           END-WRITE.
           CLOSE ARQ-PENSAO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'PENSAO-ALIMENTICIA' TO WRK-AUD-CAMPO-CHAVE.
           MOVE PAL-CHAVE            TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-PEN-PROCESSO     TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-PEN.

       0400-EXCLUIR-PENSAO.
      * A exclusao tira a ordem da folha; o que ja foi descontado
      * continua em PENSAOPG.DAT para a remessa e o informe.
           DISPLAY 'MATRICULA DO EMPREGADO:'.
           ACCEPT WRK-PEN-MATRICULA.
           DISPLAY 'SEQUENCIA DA ORDEM:'.
           ACCEPT WRK-PEN-SEQ.
           OPEN I-O ARQ-PENSAO.
           IF WRK-FS-PENSAO NOT = '00'
               DISPLAY 'NENHUMA ORDEM CADASTRADA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-PEN-MATRICULA TO PAL-MATRICULA
               MOVE WRK-PEN-SEQ       TO PAL-SEQ
               DELETE ARQ-PENSAO RECORD
                   INVALID KEY
                       DISPLAY 'ORDEM NAO ENCONTRADA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       DISPLAY 'ORDEM JUDICIAL EXCLUIDA'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'EXCLUSAO-PENSAO' TO WRK-AUD-CAMPO-CHAVE
                       MOVE PAL-CHAVE TO WRK-AUD-VALOR-ENTRADA
                       MOVE 'ORDEM EXCLUIDA' TO WRK-AUD-VALOR-SAIDA
                       PERFORM 0900-GRAVAR-AUDITORIA-PEN
               END-DELETE
               CLOSE ARQ-PENSAO
           END-IF.

       0500-LISTAR-PENSOES.
           MOVE 'N' TO WRK-EOF-PENSAO.
           OPEN INPUT ARQ-PENSAO.
           IF WRK-FS-PENSAO NOT = '00'
               DISPLAY 'NENHUMA ORDEM CADASTRADA'
           ELSE
               DISPLAY 'MATRIC SQ BENEFICIARIO         B  PERC'
                   '        FIXO INICIO   FIM'
               PERFORM UNTIL FIM-PENSAO
                   READ ARQ-PENSAO NEXT RECORD
                       AT END
                           SET FIM-PENSAO TO TRUE
                       NOT AT END
                           MOVE PAL-PERCENTUAL TO WRK-PEN-PERC-ED
                           MOVE PAL-VALOR-FIXO TO WRK-PEN-FIXO-ED
                           DISPLAY PAL-MATRICULA ' ' PAL-SEQ ' '
                               PAL-BENEFICIARIO ' ' PAL-BASE ' '
                               WRK-PEN-PERC-ED ' ' WRK-PEN-FIXO-ED
                               ' ' PAL-DATA-INICIO ' ' PAL-DATA-FIM
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ARQ-PENSAO
           END-IF.

       0900-GRAVAR-AUDITORIA-PEN.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB098' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB098.
