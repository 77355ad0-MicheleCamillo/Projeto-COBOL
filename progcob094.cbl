      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Tabelas de INSS e IRRF com vigencia (TABIMP.DAT) -
      *          inclusao, alteracao, exclusao e listagem das faixas,
      *          teto e deducao por dependente de cada vigencia, e
      *          consulta da tabela em vigor numa competencia; o
      *          calculo da folha (inspp/irrpp) usa sempre a vigencia
      *          mais recente ate a competencia processada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB094.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'timsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'timfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MANUTENCAO  VALUE 'S'.

      * Campos digitados da vigencia em manutencao.
       77 WRK-TIP-TIPO         PIC X(01)   VALUE SPACES.
           88 TIPO-INSS        VALUE 'I'.
           88 TIPO-IRRF        VALUE 'R'.
       77 WRK-TIP-VIGENCIA     PIC 9(06)   VALUE ZEROS.
       77 WRK-TIP-TETO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIP-DED-DEP      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TIP-LIMITE       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIP-ALIQUOTA     PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-TIP-PARCELA      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TIP-FX           PIC 9(01)   VALUE ZEROS.
       77 WRK-TIP-LIM-ANT      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIP-OK           PIC X(01)   VALUE 'S'.
           88 TABELA-OK        VALUE 'S'.
           88 TABELA-COM-ERRO  VALUE 'N'.
       77 WRK-TIP-DATA         PIC 9(08)   VALUE ZEROS.

      * Valores editados para a listagem.
       77 WRK-TIP-LIMITE-ED    PIC ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-TIP-ALIQ-ED      PIC 9,9999       VALUE ZEROS.
       77 WRK-TIP-PARC-ED      PIC ZZ.ZZ9,99    VALUE ZEROS.
       77 WRK-TIP-TETO-ED      PIC ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-TIP-DED-ED       PIC Z.ZZ9,99     VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'timws.cpy'.
           COPY 'runws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB094' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '====== TABELAS DE INSS E IRRF ======'.
           DISPLAY '1 - INCLUIR OU ALTERAR VIGENCIA'.
           DISPLAY '2 - EXCLUIR VIGENCIA'.
           DISPLAY '3 - LISTAR VIGENCIAS'.
           DISPLAY '4 - TABELA EM VIGOR NA COMPETENCIA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-VIGENCIA
               WHEN 2
                   PERFORM 0400-EXCLUIR-VIGENCIA
               WHEN 3
                   PERFORM 0500-LISTAR-VIGENCIAS
               WHEN 4
                   PERFORM 0600-CONSULTAR-EM-VIGOR
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-INCLUIR-VIGENCIA.
           PERFORM 0310-LER-CHAVE.
           IF TABELA-OK
               MOVE ZEROS TO WRK-TIP-TETO WRK-TIP-DED-DEP
               IF TIPO-INSS
                   DISPLAY 'TETO DE CONTRIBUICAO (999999,99):'
                   ACCEPT WRK-TIP-TETO
               ELSE
                   DISPLAY 'DEDUCAO POR DEPENDENTE (9999,99):'
                   ACCEPT WRK-TIP-DED-DEP
               END-IF
               MOVE WRK-TIP-TIPO     TO TIM-TIPO
               MOVE WRK-TIP-VIGENCIA TO TIM-VIGENCIA
               MOVE WRK-TIP-TETO     TO TIM-TETO
               MOVE WRK-TIP-DED-DEP  TO TIM-DED-DEP
               MOVE ZEROS            TO WRK-TIP-LIM-ANT
               PERFORM VARYING WRK-TIP-FX FROM 1 BY 1
                       UNTIL WRK-TIP-FX > 4 OR TABELA-COM-ERRO
                   PERFORM 0320-LER-FAIXA
               END-PERFORM
           END-IF.
           IF TABELA-OK AND TIPO-INSS AND WRK-TIP-TETO = ZEROS
               DISPLAY 'TETO DE CONTRIBUICAO E OBRIGATORIO'
               SET TABELA-COM-ERRO TO TRUE
           END-IF.
           IF TABELA-OK
               PERFORM 0350-GRAVAR-VIGENCIA
           ELSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0310-LER-CHAVE.
           SET TABELA-OK TO TRUE.
           DISPLAY 'TIPO (I-INSS / R-IRRF):'.
           ACCEPT WRK-TIP-TIPO.
           DISPLAY 'VIGENCIA A PARTIR DE (AAAAMM):'.
           ACCEPT WRK-TIP-VIGENCIA.
           IF NOT TIPO-INSS AND NOT TIPO-IRRF
               DISPLAY 'TIPO INVALIDO: ' WRK-TIP-TIPO
               SET TABELA-COM-ERRO TO TRUE
           END-IF.
           IF WRK-TIP-VIGENCIA(5:2) < '01'
              OR WRK-TIP-VIGENCIA(5:2) > '12'
              OR WRK-TIP-VIGENCIA(1:4) = '0000'
               DISPLAY 'VIGENCIA INVALIDA: ' WRK-TIP-VIGENCIA
               SET TABELA-COM-ERRO TO TRUE
           END-IF.

       0320-LER-FAIXA.
      * As faixas sao digitadas em ordem crescente de limite; a ultima
      * faixa cobre tudo acima da anterior (no INSS, ate o teto).
           DISPLAY 'FAIXA ' WRK-TIP-FX
               ' - LIMITE SUPERIOR (999999,99):'.
           ACCEPT WRK-TIP-LIMITE.
           DISPLAY 'FAIXA ' WRK-TIP-FX ' - ALIQUOTA (9,9999):'.
           ACCEPT WRK-TIP-ALIQUOTA.
           MOVE ZEROS TO WRK-TIP-PARCELA.
           IF TIPO-IRRF
               DISPLAY 'FAIXA ' WRK-TIP-FX ' - PARCELA A DEDUZIR '
                   '(99999,99):'
               ACCEPT WRK-TIP-PARCELA
           END-IF.
           IF WRK-TIP-LIMITE <= WRK-TIP-LIM-ANT
               DISPLAY 'LIMITE DA FAIXA ' WRK-TIP-FX
                   ' DEVE SER MAIOR QUE O DA FAIXA ANTERIOR'
               SET TABELA-COM-ERRO TO TRUE
           END-IF.
           IF WRK-TIP-ALIQUOTA NOT < 1
               DISPLAY 'ALIQUOTA DA FAIXA ' WRK-TIP-FX ' INVALIDA'
               SET TABELA-COM-ERRO TO TRUE
           END-IF.
           MOVE WRK-TIP-LIMITE   TO TIM-LIMITE(WRK-TIP-FX).
           MOVE WRK-TIP-ALIQUOTA TO TIM-ALIQUOTA(WRK-TIP-FX).
           MOVE WRK-TIP-PARCELA  TO TIM-PARCELA(WRK-TIP-FX).
           MOVE WRK-TIP-LIMITE   TO WRK-TIP-LIM-ANT.

       0350-GRAVAR-VIGENCIA.
           ACCEPT TIM-USUARIO FROM ENVIRONMENT 'USER'.
           ACCEPT WRK-TIP-DATA FROM DATE YYYYMMDD.
           MOVE WRK-TIP-DATA TO TIM-DATA-CADASTRO.
           OPEN I-O ARQ-TABIMPOSTO.
           IF WRK-FS-TABIMPOSTO = '35'
               OPEN OUTPUT ARQ-TABIMPOSTO
               CLOSE ARQ-TABIMPOSTO
               OPEN I-O ARQ-TABIMPOSTO
           END-IF.
           WRITE REG-TABIMPOSTO
               INVALID KEY
                   REWRITE REG-TABIMPOSTO
                   DISPLAY 'VIGENCIA ALTERADA'
               NOT INVALID KEY
                   DISPLAY 'VIGENCIA INCLUIDA'
           END-WRITE.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           CLOSE ARQ-TABIMPOSTO.
           MOVE 'TABELA-IMPOSTO' TO WRK-AUD-CAMPO-CHAVE.
           MOVE 'VIGENCIA GRAVADA' TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-TIM.

       0400-EXCLUIR-VIGENCIA.
           PERFORM 0310-LER-CHAVE.
           IF TABELA-COM-ERRO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN I-O ARQ-TABIMPOSTO
               IF WRK-FS-TABIMPOSTO NOT = '00'
                   DISPLAY 'NENHUMA TABELA CADASTRADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   MOVE WRK-TIP-TIPO     TO TIM-TIPO
                   MOVE WRK-TIP-VIGENCIA TO TIM-VIGENCIA
                   DELETE ARQ-TABIMPOSTO RECORD
                       INVALID KEY
                           DISPLAY 'VIGENCIA NAO ENCONTRADA'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       NOT INVALID KEY
                           DISPLAY 'VIGENCIA EXCLUIDA'
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                           MOVE 'EXCLUSAO-TABELA-IMPOSTO'
                               TO WRK-AUD-CAMPO-CHAVE
                           MOVE 'VIGENCIA EXCLUIDA'
                               TO WRK-AUD-VALOR-SAIDA
                           PERFORM 0900-GRAVAR-AUDITORIA-TIM
                   END-DELETE
                   CLOSE ARQ-TABIMPOSTO
               END-IF
           END-IF.

       0500-LISTAR-VIGENCIAS.
           MOVE 'N' TO WRK-EOF-TABIMPOSTO.
           OPEN INPUT ARQ-TABIMPOSTO.
           IF WRK-FS-TABIMPOSTO NOT = '00'
               DISPLAY 'NENHUMA TABELA CADASTRADA - VALEM AS PADRAO'
           ELSE
               PERFORM UNTIL FIM-TABIMPOSTO
                   READ ARQ-TABIMPOSTO NEXT RECORD
                       AT END
                           SET FIM-TABIMPOSTO TO TRUE
                       NOT AT END
                           MOVE TIM-VALORES TO WRK-TIM-INSS
                           PERFORM 0550-EXIBIR-TABELA
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ARQ-TABIMPOSTO
           END-IF.

       0550-EXIBIR-TABELA.
      * Exibe a tabela carregada em WRK-TIM-INSS (mesmo layout para
      * os dois tipos).
           MOVE WRK-TIM-INSS-TETO    TO WRK-TIP-TETO-ED.
           MOVE WRK-TIM-INSS-DED-DEP TO WRK-TIP-DED-ED.
           DISPLAY ' '.
           DISPLAY 'TIPO ' TIM-TIPO ' VIGENCIA ' TIM-VIGENCIA
               ' TETO ' WRK-TIP-TETO-ED ' DEDUCAO/DEP ' WRK-TIP-DED-ED.
           PERFORM VARYING WRK-TIP-FX FROM 1 BY 1
                   UNTIL WRK-TIP-FX > 4
               MOVE WRK-TIM-INSS-LIMITE(WRK-TIP-FX)
                   TO WRK-TIP-LIMITE-ED
               MOVE WRK-TIM-INSS-ALIQ(WRK-TIP-FX) TO WRK-TIP-ALIQ-ED
               MOVE WRK-TIM-INSS-PARC(WRK-TIP-FX) TO WRK-TIP-PARC-ED
               DISPLAY '  FAIXA ' WRK-TIP-FX ' ATE ' WRK-TIP-LIMITE-ED
                   ' ALIQUOTA ' WRK-TIP-ALIQ-ED
                   ' DEDUZIR ' WRK-TIP-PARC-ED
           END-PERFORM.

       0600-CONSULTAR-EM-VIGOR.
      * Mesma selecao usada pelo calculo da folha (9505), para o
      * operador conferir qual tabela um mes vai usar.
           DISPLAY 'COMPETENCIA (AAAAMM):'.
           ACCEPT WRK-TIM-COMPETENCIA.
           MOVE ZEROS TO WRK-TIM-COMP-CARREGADA.
           PERFORM 9505-SELECIONAR-TAB-IMPOSTO.
           MOVE 'I'              TO TIM-TIPO.
           MOVE WRK-TIM-VIG-INSS TO TIM-VIGENCIA.
           PERFORM 0550-EXIBIR-TABELA.
           IF WRK-TIM-VIG-INSS = ZEROS
               DISPLAY '  (TABELA PADRAO - SEM VIGENCIA CADASTRADA)'
           END-IF.
           MOVE WRK-TIM-IRRF     TO WRK-TIM-INSS.
           MOVE 'R'              TO TIM-TIPO.
           MOVE WRK-TIM-VIG-IRRF TO TIM-VIGENCIA.
           PERFORM 0550-EXIBIR-TABELA.
           IF WRK-TIM-VIG-IRRF = ZEROS
               DISPLAY '  (TABELA PADRAO - SEM VIGENCIA CADASTRADA)'
           END-IF.
           MOVE ZEROS TO WRK-TIM-COMP-CARREGADA.

       0900-GRAVAR-AUDITORIA-TIM.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB094'     TO WRK-AUD-PROGRAMA.
           MOVE SPACES           TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-TIP-TIPO     TO WRK-AUD-VALOR-ENTRADA(1:1).
           MOVE WRK-TIP-VIGENCIA TO WRK-AUD-VALOR-ENTRADA(3:6).
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'timpp.cpy'.
           COPY 'runpp.cpy'.

       END PROGRAM PROGCOB094.
