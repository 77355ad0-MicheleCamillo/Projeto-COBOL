      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Recalculo semanal do estoque minimo pela velocidade
      *          de venda - para cada ISBN ativo apura a media diaria
      *          de unidades liquidas vendidas numa janela
      *          parametrizada do diario de vendas (VENDAJRN.DAT) e
      *          propoe o minimo para cobrir o prazo da editora
      *          (FOR-PRAZO-DIAS) com fator de estoque de seguranca;
      *          imprime minimo atual e proposto para a revisao do
      *          comprador e aplica no master so os aceitos - titulo
      *          com minimo fixo manual fica de fora
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB125.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'livsel.cpy'.
            COPY 'vjrsel.cpy'.
            COPY 'forsel.cpy'.
            COPY 'mnpsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'prmsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'livfd.cpy'.
           COPY 'vjrfd.cpy'.
           COPY 'forfd.cpy'.
           COPY 'mnpfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MINIMOS     VALUE 'S'.
       77 WRK-EOF-LIVROS       PIC X(01)   VALUE 'N'.
           88 FIM-LIVROS       VALUE 'S'.
       77 WRK-EOF-VENDAJRN     PIC X(01)   VALUE 'N'.
           88 FIM-VENDAJRN     VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DATA-INICIO      PIC 9(08)   VALUE ZEROS.

      * Unidades liquidas (vendas menos devolucoes) por ISBN dentro
      * da janela; exemplar usado nao entra - nao e reposto pela
      * editora.
       01 WRK-TAB-VENDAS.
           02 WRK-VEL-ENTRADA OCCURS 2000 TIMES INDEXED BY WRK-VEL-IDX.
               03 WRK-VEL-ISBN       PIC X(13)   VALUE SPACES.
               03 WRK-VEL-QTD        PIC S9(06)  VALUE ZEROS.
       77 WRK-VEL-USADAS       PIC 9(04)   VALUE ZEROS.
       77 WRK-VEL-DESPREZADOS  PIC 9(06)   VALUE ZEROS.
       77 WRK-VEL-ACHOU        PIC X(01)   VALUE 'N'.
           88 ISBN-NA-TABELA   VALUE 'S'.

      * Calculo do titulo: media diaria x prazo da editora x fator
      * de seguranca, arredondado; acima de 9999 fica em 9999.
       77 WRK-QTD-VENDIDA      PIC S9(06)  VALUE ZEROS.
       77 WRK-MEDIA-DIARIA     PIC 9(04)V999 VALUE ZEROS.
       77 WRK-MINIMO-CALC      PIC 9(04)   VALUE ZEROS.
       77 WRK-QTD-AVALIADOS    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-FIXOS        PIC 9(05)   VALUE ZEROS.

      * Revisao do comprador.
       77 WRK-RESPOSTA         PIC X(01)   VALUE SPACES.
       77 WRK-REVISAO          PIC X(01)   VALUE 'N'.
           88 REVISAO-ENCERRADA VALUE 'S'.
       77 WRK-QTD-ACEITOS      PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-RECUSADOS    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-PENDENTES    PIC 9(05)   VALUE ZEROS.

       77 WRK-TITULO-ED        PIC X(22)   VALUE SPACES.
       77 WRK-QTD-ED           PIC -----9  VALUE ZEROS.
       77 WRK-MEDIA-ED         PIC ZZZ9,999 VALUE ZEROS.
       77 WRK-FATOR-ED         PIC 9,99    VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'vjrws.cpy'.
           COPY 'forws.cpy'.
           COPY 'mnpws.cpy'.
           COPY 'runws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB125' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MINIMOS
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== ESTOQUE MINIMO PELA VELOCIDADE DE VENDA ===='.
           DISPLAY '1 - RECALCULAR MINIMOS (LOTE SEMANAL)'.
           DISPLAY '2 - REVISAR E APLICAR MINIMOS PROPOSTOS'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RECALCULAR-MINIMOS
               WHEN 2
                   PERFORM 0500-REVISAR-PROPOSTAS
               WHEN ZERO
                   SET SAIR-MINIMOS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0150-LER-CFG-MINIMO.
           MOVE 60   TO WRK-MNP-JANELA.
           MOVE 1,50 TO WRK-MNP-FATOR.
           MOVE 'MINCFG'      TO WRK-PRM-CODIGO.
           MOVE SPACES        TO WRK-PRM-ARGUMENTO.
           MOVE WRK-DATA-HOJE TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-MINIMO
               IF MCF-JANELA-DIAS IS NUMERIC
                AND MCF-JANELA-DIAS > ZEROS
                   MOVE MCF-JANELA-DIAS TO WRK-MNP-JANELA
               END-IF
               IF MCF-FATOR-SEGURANCA IS NUMERIC
                AND MCF-FATOR-SEGURANCA > ZEROS
                   MOVE MCF-FATOR-SEGURANCA TO WRK-MNP-FATOR
               END-IF
           END-IF.

       0300-RECALCULAR-MINIMOS.
      * O calculo refaz MINPROP.DAT inteiro: proposta da semana
      * anterior nao revisada e substituida pela nova.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-LER-CFG-MINIMO.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           COMPUTE WRK-DATA-INICIO = FUNCTION DATE-OF-INTEGER(
               WRK-DIAS-HOJE - WRK-MNP-JANELA + 1).
           MOVE ZEROS TO WRK-QTD-AVALIADOS WRK-QTD-PROPOSTAS
                         WRK-QTD-FIXOS.
           PERFORM 0310-CARREGAR-VENDAS.
           MOVE 'PROGCOB125' TO WRK-REP-PROGRAMA.
           MOVE 'ESTOQUE MINIMO PROPOSTO PARA REVISAO'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE WRK-MNP-FATOR TO WRK-FATOR-ED.
           DISPLAY 'JANELA DE VENDAS: ' WRK-DATA-INICIO ' A '
               WRK-DATA-HOJE ' (' WRK-MNP-JANELA ' DIAS)  FATOR DE '
               'SEGURANCA ' WRK-FATOR-ED.
           IF WRK-VEL-DESPREZADOS > ZEROS
               DISPLAY 'TABELA DE VENDAS CHEIA (MAX 2000) - '
                   WRK-VEL-DESPREZADOS ' LINHAS DO DIARIO FORA'
           END-IF.
           MOVE 'N' TO WRK-EOF-LIVROS.
           OPEN INPUT ARQ-LIVROS.
           IF WRK-FS-LIVROS NOT = '00'
               DISPLAY 'NENHUM LIVRO CADASTRADO'
           ELSE
               OPEN OUTPUT ARQ-MINIMO-PROPOSTO
               DISPLAY 'ISBN          TITULO                 VENDIDO'
                   '  MEDIA/DIA PRAZO ATUAL  NOVO'
               PERFORM UNTIL FIM-LIVROS
                   READ ARQ-LIVROS NEXT RECORD
                       AT END
                           SET FIM-LIVROS TO TRUE
                       NOT AT END
                           IF LIV-ATIVO = 'S'
                               PERFORM 0330-AVALIAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MINIMO-PROPOSTO
               CLOSE ARQ-LIVROS
           END-IF.
           DISPLAY '-------------------------------------'.
           DISPLAY 'TITULOS AVALIADOS.......: ' WRK-QTD-AVALIADOS.
           DISPLAY 'MINIMOS FIXOS MANTIDOS..: ' WRK-QTD-FIXOS.
           DISPLAY 'PROPOSTAS PARA REVISAO..: ' WRK-QTD-PROPOSTAS.
           ADD WRK-QTD-AVALIADOS TO WRK-RUN-QTD-LIDOS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB125'      TO WRK-AUD-PROGRAMA.
           MOVE 'CALC-MINIMO'     TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-DATA-INICIO   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-PROPOSTAS TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0310-CARREGAR-VENDAS.
           MOVE ZEROS TO WRK-VEL-USADAS WRK-VEL-DESPREZADOS.
           MOVE 'N'   TO WRK-EOF-VENDAJRN.
           OPEN INPUT ARQ-VENDA-JORNAL.
           IF WRK-FS-VENDAJRN = '00'
               PERFORM UNTIL FIM-VENDAJRN
                   READ ARQ-VENDA-JORNAL
                       AT END
                           SET FIM-VENDAJRN TO TRUE
                       NOT AT END
                           IF VJR-DATA NOT < WRK-DATA-INICIO
                               AND VJR-DATA NOT > WRK-DATA-HOJE
                               AND VJR-USADO NOT = 'S'
                               PERFORM 0320-SOMAR-VENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VENDA-JORNAL
           END-IF.

       0320-SOMAR-VENDA.
           MOVE 'N' TO WRK-VEL-ACHOU.
           IF WRK-VEL-USADAS > 0
               SET WRK-VEL-IDX TO 1
               SEARCH WRK-VEL-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-VEL-ISBN(WRK-VEL-IDX) = VJR-ISBN
                       SET ISBN-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT ISBN-NA-TABELA
               IF WRK-VEL-USADAS < 2000
                   ADD 1 TO WRK-VEL-USADAS
                   SET WRK-VEL-IDX TO WRK-VEL-USADAS
                   MOVE VJR-ISBN TO WRK-VEL-ISBN(WRK-VEL-IDX)
                   MOVE ZEROS    TO WRK-VEL-QTD(WRK-VEL-IDX)
                   SET ISBN-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-VEL-DESPREZADOS
               END-IF
           END-IF.
           IF ISBN-NA-TABELA
               IF VJR-TIPO = 'D'
                   SUBTRACT VJR-QUANTIDADE FROM WRK-VEL-QTD(WRK-VEL-IDX)
               ELSE
                   ADD VJR-QUANTIDADE TO WRK-VEL-QTD(WRK-VEL-IDX)
               END-IF
           END-IF.

       0330-AVALIAR-TITULO.
           ADD 1 TO WRK-QTD-AVALIADOS.
           IF LIV-MINIMO-MANUAL = 'S'
               ADD 1 TO WRK-QTD-FIXOS
           ELSE
               PERFORM 0340-CALCULAR-MINIMO
               IF WRK-MINIMO-CALC NOT = LIV-ESTOQUE-MINIMO
                   PERFORM 0350-GRAVAR-PROPOSTA
               END-IF
           END-IF.

       0340-CALCULAR-MINIMO.
           MOVE ZEROS TO WRK-QTD-VENDIDA WRK-MEDIA-DIARIA
                         WRK-MINIMO-CALC.
           MOVE 'N' TO WRK-VEL-ACHOU.
           IF WRK-VEL-USADAS > 0
               SET WRK-VEL-IDX TO 1
               SEARCH WRK-VEL-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-VEL-ISBN(WRK-VEL-IDX) = LIV-ISBN
                       MOVE WRK-VEL-QTD(WRK-VEL-IDX) TO WRK-QTD-VENDIDA
               END-SEARCH
           END-IF.
           MOVE LIV-EDITORA TO WRK-FOR-NOME-PROC.
           PERFORM 9585-VALIDAR-EDITORA.
      * Devolucao acima da venda na janela conta como demanda zero.
           IF WRK-QTD-VENDIDA > ZEROS
               COMPUTE WRK-MEDIA-DIARIA ROUNDED =
                   WRK-QTD-VENDIDA / WRK-MNP-JANELA
               COMPUTE WRK-MINIMO-CALC ROUNDED =
                   WRK-MEDIA-DIARIA * WRK-FOR-PRAZO-ACHADO
                   * WRK-MNP-FATOR
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-MINIMO-CALC
               END-COMPUTE
           END-IF.

       0350-GRAVAR-PROPOSTA.
           MOVE LIV-ISBN            TO MNP-ISBN.
           MOVE LIV-TITULO          TO MNP-TITULO.
           MOVE LIV-EDITORA         TO MNP-EDITORA.
           MOVE LIV-ESTOQUE-MINIMO  TO MNP-MINIMO-ATUAL.
           MOVE WRK-MINIMO-CALC     TO MNP-MINIMO-NOVO.
           MOVE WRK-QTD-VENDIDA     TO MNP-QTD-VENDIDA.
           MOVE WRK-MEDIA-DIARIA    TO MNP-MEDIA-DIARIA.
           MOVE WRK-FOR-PRAZO-ACHADO TO MNP-PRAZO-DIAS.
           MOVE WRK-DATA-HOJE       TO MNP-DATA-CALCULO.
           SET MNP-PENDENTE TO TRUE.
           WRITE REG-MINIMO-PROPOSTO
               INVALID KEY
                   DISPLAY 'ISBN ' LIV-ISBN ' REPETIDO NA PROPOSTA'
           END-WRITE.
           ADD 1 TO WRK-QTD-PROPOSTAS.
           PERFORM 0390-EXIBIR-PROPOSTA.

       0390-EXIBIR-PROPOSTA.
           MOVE MNP-TITULO       TO WRK-TITULO-ED.
           MOVE MNP-QTD-VENDIDA  TO WRK-QTD-ED.
           MOVE MNP-MEDIA-DIARIA TO WRK-MEDIA-ED.
           DISPLAY MNP-ISBN ' ' WRK-TITULO-ED ' ' WRK-QTD-ED '   '
               WRK-MEDIA-ED '   ' MNP-PRAZO-DIAS '  ' MNP-MINIMO-ATUAL
               '  ' MNP-MINIMO-NOVO.

       0500-REVISAR-PROPOSTAS.
      * O comprador aceita ou recusa proposta a proposta; F encerra
      * a revisao e as que faltam continuam pendentes.
           MOVE ZEROS TO WRK-QTD-ACEITOS WRK-QTD-RECUSADOS
                         WRK-QTD-PENDENTES.
           MOVE 'N'   TO WRK-EOF-MINIMO-PROPOSTO WRK-REVISAO.
           OPEN I-O ARQ-MINIMO-PROPOSTO.
           IF WRK-FS-MINIMO-PROPOSTO NOT = '00'
               DISPLAY 'NENHUM RECALCULO DE MINIMOS GRAVADO'
           ELSE
               DISPLAY 'ISBN          TITULO                 VENDIDO'
                   '  MEDIA/DIA PRAZO ATUAL  NOVO'
               PERFORM UNTIL FIM-MINIMO-PROPOSTO
                   READ ARQ-MINIMO-PROPOSTO NEXT RECORD
                       AT END
                           SET FIM-MINIMO-PROPOSTO TO TRUE
                       NOT AT END
                           IF MNP-PENDENTE
                               PERFORM 0510-REVISAR-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MINIMO-PROPOSTO
           END-IF.
           DISPLAY '-------------------------------------'.
           DISPLAY 'MINIMOS ACEITOS E APLICADOS: ' WRK-QTD-ACEITOS.
           DISPLAY 'PROPOSTAS RECUSADAS........: ' WRK-QTD-RECUSADOS.
           DISPLAY 'AINDA PENDENTES............: ' WRK-QTD-PENDENTES.

       0510-REVISAR-PROPOSTA.
           IF REVISAO-ENCERRADA
               ADD 1 TO WRK-QTD-PENDENTES
           ELSE
               PERFORM 0390-EXIBIR-PROPOSTA
               DISPLAY 'ACEITA O NOVO MINIMO (S/N, F = ENCERRAR):'
               ACCEPT WRK-RESPOSTA
               EVALUATE WRK-RESPOSTA
                   WHEN 'S'
                       PERFORM 0520-APLICAR-MINIMO
                   WHEN 'F'
                       SET REVISAO-ENCERRADA TO TRUE
                       ADD 1 TO WRK-QTD-PENDENTES
                   WHEN OTHER
                       SET MNP-RECUSADO TO TRUE
                       REWRITE REG-MINIMO-PROPOSTO
                       ADD 1 TO WRK-QTD-RECUSADOS
               END-EVALUATE
           END-IF.

       0520-APLICAR-MINIMO.
      * O titulo pode ter passado a minimo fixo depois do calculo -
      * nesse caso a proposta cai sem tocar no master.
           OPEN I-O ARQ-LIVROS.
           IF WRK-FS-LIVROS NOT = '00'
               DISPLAY 'MASTER DE LIVROS INDISPONIVEL'
               ADD 1 TO WRK-QTD-PENDENTES WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE MNP-ISBN TO LIV-ISBN
               READ ARQ-LIVROS
                   INVALID KEY
                       DISPLAY 'ISBN FORA DO MASTER DE LIVROS'
                       SET MNP-RECUSADO TO TRUE
                       ADD 1 TO WRK-QTD-RECUSADOS
                                WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       PERFORM 0530-GRAVAR-MINIMO
               END-READ
               CLOSE ARQ-LIVROS
               REWRITE REG-MINIMO-PROPOSTO
           END-IF.

       0530-GRAVAR-MINIMO.
           IF LIV-MINIMO-MANUAL = 'S'
               DISPLAY 'TITULO COM MINIMO FIXO - NAO APLICADO'
               SET MNP-RECUSADO TO TRUE
               ADD 1 TO WRK-QTD-RECUSADOS
           ELSE
               MOVE MNP-MINIMO-NOVO TO LIV-ESTOQUE-MINIMO
               REWRITE REG-LIVRO
               SET MNP-ACEITO TO TRUE
               ADD 1 TO WRK-QTD-ACEITOS WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB125'      TO WRK-AUD-PROGRAMA
               MOVE 'ESTOQUE-MINIMO'  TO WRK-AUD-CAMPO-CHAVE
               MOVE SPACES            TO WRK-AUD-VALOR-ENTRADA
               STRING MNP-ISBN ' ' MNP-MINIMO-ATUAL
                   DELIMITED BY SIZE INTO WRK-AUD-VALOR-ENTRADA
               END-STRING
               MOVE MNP-MINIMO-NOVO   TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'forpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB125.
