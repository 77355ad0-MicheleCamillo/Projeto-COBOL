      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Comissao dos vendedores da livraria - vinculo do
      *          operador do caixa (gravado no diario de vendas pelo
      *          PROGCOB010) com a matricula do empregado, taxas de
      *          comissao por loja ou campanha e a apuracao mensal:
      *          vendas menos devolucoes do diario, comissao por
      *          vendedor gravada como rubrica de provento em
      *          RUBRICAS.DAT para a folha (PROGCOB01) pagar
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB101.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'vjrsel.cpy'.
            COPY 'vddsel.cpy'.
            COPY 'cmtsel.cpy'.
            COPY 'rubsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'vjrfd.cpy'.
           COPY 'vddfd.cpy'.
           COPY 'cmtfd.cpy'.
           COPY 'rubfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MANUTENCAO  VALUE 'S'.
       77 WRK-EOF-VENDAJRN     PIC X(01)   VALUE 'N'.
           88 FIM-VENDAJRN     VALUE 'S'.
       77 WRK-CMS-EMP-ACHADO   PIC X(01)   VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.
       77 WRK-CMS-USR-ACHADO   PIC X(01)   VALUE 'N'.
           88 OPERADOR-ACHADO  VALUE 'S'.

      * Campos digitados no vinculo e na taxa.
       77 WRK-CMS-OPERADOR     PIC X(20)   VALUE SPACES.
       77 WRK-CMS-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-CMS-LOJA         PIC 9(04)   VALUE ZEROS.
       77 WRK-CMS-TIPO         PIC X(01)   VALUE SPACES.
           88 TAXA-LOJA        VALUE 'L'.
           88 TAXA-CAMPANHA    VALUE 'C'.
       77 WRK-CMS-CODIGO       PIC X(04)   VALUE SPACES.
       77 WRK-CMS-PERCENTUAL   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CMS-DATA-HOJE    PIC 9(08)   VALUE ZEROS.

      * Competencia das vendas apuradas; a rubrica gerada vale para
      * a folha do mes seguinte, que paga a comissao do mes fechado.
       01 WRK-CMS-COMPETENCIA.
           02 WRK-CMS-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-CMS-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-CMS-COMP-NUM REDEFINES WRK-CMS-COMPETENCIA PIC 9(06).
       01 WRK-CMS-PAGAMENTO.
           02 WRK-CMS-PAG-ANO  PIC 9(04)   VALUE ZEROS.
           02 WRK-CMS-PAG-MES  PIC 9(02)   VALUE ZEROS.
       01 WRK-CMS-PAG-NUM REDEFINES WRK-CMS-PAGAMENTO PIC 9(06).

      * Taxa aplicada a linha do diario e o valor da comissao dela.
       77 WRK-CMS-TAXA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CMS-VALOR-LINHA  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CMS-SEM-OPERADOR PIC 9(06)   VALUE ZEROS.

      * Acumulado por operador na passada do diario, com a
      * matricula do vinculo resolvida na primeira linha dele.
       01 WRK-TAB-OPERADORES.
           02 WRK-OPE-ENTRADA OCCURS 100 TIMES INDEXED BY WRK-OPE-IDX.
               03 WRK-OPE-OPERADOR   PIC X(20)     VALUE SPACES.
               03 WRK-OPE-MATRICULA  PIC X(06)     VALUE SPACES.
               03 WRK-OPE-VENDAS     PIC 9(08)V99  VALUE ZEROS.
               03 WRK-OPE-DEVOLUCOES PIC 9(08)V99  VALUE ZEROS.
               03 WRK-OPE-COMISSAO   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-OPE-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-OPE-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-OPE-ACHOU        PIC X(01)   VALUE 'N'.
           88 OPERADOR-NA-TABELA VALUE 'S'.

      * Comissao liquida por matricula - dois operadores do mesmo
      * empregado somam numa rubrica so.
       01 WRK-TAB-MATRICULAS.
           02 WRK-MAT-ENTRADA OCCURS 100 TIMES INDEXED BY WRK-MAT-IDX.
               03 WRK-MAT-MATRICULA  PIC X(06)     VALUE SPACES.
               03 WRK-MAT-COMISSAO   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-MAT-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-MAT-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-MAT-ACHOU        PIC X(01)   VALUE 'N'.
           88 MATRICULA-NA-TABELA VALUE 'S'.

       77 WRK-CMS-QTD-RUBRICAS PIC 9(04)   VALUE ZEROS.
       77 WRK-CMS-TOT-COMISSAO PIC S9(10)V99 VALUE ZEROS.

      * Campos editados.
       77 WRK-CMS-PERC-ED      PIC Z9,99           VALUE ZEROS.
       77 WRK-CMS-VENDAS-ED    PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-CMS-DEVOL-ED     PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-CMS-COMISSAO-ED  PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-CMS-TOTAL-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'empws.cpy'.
           COPY 'vjrws.cpy'.
           COPY 'vddws.cpy'.
           COPY 'cmtws.cpy'.
           COPY 'rubws.cpy'.
           COPY 'excws.cpy'.
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
           MOVE 'PROGCOB101' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== COMISSAO DOS VENDEDORES DA LIVRARIA ====='.
           DISPLAY '1 - VINCULAR OPERADOR DO CAIXA A MATRICULA'.
           DISPLAY '2 - TAXA DE COMISSAO POR LOJA OU CAMPANHA'.
           DISPLAY '3 - LISTAR VINCULOS E TAXAS'.
           DISPLAY '4 - APURAR COMISSAO DO MES (SUPERVISOR)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-VINCULAR-OPERADOR
               WHEN 2
                   PERFORM 0400-MANTER-TAXA
               WHEN 3
                   PERFORM 0500-LISTAR-CADASTROS
               WHEN 4
                   PERFORM 0600-APURAR-COMISSAO
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-VINCULAR-OPERADOR.
      * O operador tem que existir em USUARIOS.DAT (e o ID do
      * sign-on do caixa) e a matricula tem que ser de empregado
      * ativo.
           DISPLAY 'OPERADOR (ID DO SIGN-ON):'.
           ACCEPT WRK-CMS-OPERADOR.
           DISPLAY 'MATRICULA DO EMPREGADO:'.
           ACCEPT WRK-CMS-MATRICULA.
           DISPLAY 'LOJA DE LOTACAO:'.
           ACCEPT WRK-CMS-LOJA.
           PERFORM 0310-LER-OPERADOR.
           MOVE WRK-CMS-MATRICULA TO EMP-MATRICULA.
           PERFORM 0320-LER-EMPREGADO.
           EVALUATE TRUE
               WHEN NOT OPERADOR-ACHADO
                   DISPLAY 'OPERADOR NAO CADASTRADO EM USUARIOS'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN NOT EMPREGADO-ACHADO OR EMP-SITUACAO = 'D'
                   DISPLAY 'EMPREGADO NAO ENCONTRADO OU DESLIGADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0350-GRAVAR-VINCULO
           END-EVALUATE.

       0310-LER-OPERADOR.
           MOVE 'N' TO WRK-CMS-USR-ACHADO.
           MOVE WRK-CMS-OPERADOR TO USR-ID.
           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS = '00'
               READ ARQ-USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OPERADOR-ACHADO TO TRUE
               END-READ
               CLOSE ARQ-USUARIOS
           END-IF.

       0320-LER-EMPREGADO.
           MOVE 'N' TO WRK-CMS-EMP-ACHADO.
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

       0350-GRAVAR-VINCULO.
           MOVE WRK-CMS-OPERADOR  TO VDD-OPERADOR.
           MOVE WRK-CMS-MATRICULA TO VDD-MATRICULA.
           MOVE WRK-CMS-LOJA      TO VDD-LOJA.
           ACCEPT VDD-USUARIO FROM ENVIRONMENT 'USER'.
           ACCEPT WRK-CMS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-CMS-DATA-HOJE TO VDD-DATA-CADASTRO.
           OPEN I-O ARQ-VENDEDOR.
           IF WRK-FS-VENDEDOR = '35'
               OPEN OUTPUT ARQ-VENDEDOR
               CLOSE ARQ-VENDEDOR
               OPEN I-O ARQ-VENDEDOR
           END-IF.
           WRITE REG-VENDEDOR
               INVALID KEY
                   REWRITE REG-VENDEDOR
                   DISPLAY 'VINCULO ALTERADO'
               NOT INVALID KEY
                   DISPLAY 'VINCULO INCLUIDO'
           END-WRITE.
           CLOSE ARQ-VENDEDOR.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'VENDEDOR'        TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CMS-OPERADOR  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-CMS-MATRICULA TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-CMS.

       0400-MANTER-TAXA.
      * Taxa zero deixa a loja ou campanha sem comissao.
           DISPLAY 'TIPO (L-LOJA  C-CAMPANHA):'.
           ACCEPT WRK-CMS-TIPO.
           IF TAXA-LOJA
               DISPLAY 'CODIGO DA LOJA:'
               ACCEPT WRK-CMS-LOJA
               MOVE WRK-CMS-LOJA TO WRK-CMS-CODIGO
           ELSE
               DISPLAY 'CODIGO DA CAMPANHA:'
               ACCEPT WRK-CMS-CODIGO
           END-IF.
           DISPLAY 'PERCENTUAL DE COMISSAO (99,99):'.
           ACCEPT WRK-CMS-PERCENTUAL.
           EVALUATE TRUE
               WHEN NOT TAXA-LOJA AND NOT TAXA-CAMPANHA
                   DISPLAY 'TIPO DE TAXA INVALIDO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-CMS-CODIGO = SPACES
                   DISPLAY 'CODIGO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0450-GRAVAR-TAXA
           END-EVALUATE.

       0450-GRAVAR-TAXA.
           MOVE WRK-CMS-TIPO       TO CMT-TIPO.
           MOVE WRK-CMS-CODIGO     TO CMT-CODIGO.
           MOVE WRK-CMS-PERCENTUAL TO CMT-PERCENTUAL.
           ACCEPT CMT-USUARIO FROM ENVIRONMENT 'USER'.
           ACCEPT WRK-CMS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-CMS-DATA-HOJE  TO CMT-DATA-CADASTRO.
           OPEN I-O ARQ-COMISSAO-TAXA.
           IF WRK-FS-COMISTAX = '35'
               OPEN OUTPUT ARQ-COMISSAO-TAXA
               CLOSE ARQ-COMISSAO-TAXA
               OPEN I-O ARQ-COMISSAO-TAXA
           END-IF.
           WRITE REG-COMISSAO-TAXA
               INVALID KEY
                   REWRITE REG-COMISSAO-TAXA
                   DISPLAY 'TAXA ALTERADA'
               NOT INVALID KEY
                   DISPLAY 'TAXA INCLUIDA'
           END-WRITE.
           CLOSE ARQ-COMISSAO-TAXA.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE WRK-CMS-PERCENTUAL TO WRK-CMS-PERC-ED.
           MOVE 'TAXA-COMISSAO'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE CMT-CHAVE          TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-CMS-PERC-ED    TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-CMS.

       0500-LISTAR-CADASTROS.
           DISPLAY '--- OPERADORES VINCULADOS ---'.
           DISPLAY 'OPERADOR             MATRIC LOJA'.
           MOVE 'N' TO WRK-EOF-VENDEDOR.
           OPEN INPUT ARQ-VENDEDOR.
           IF WRK-FS-VENDEDOR NOT = '00'
               DISPLAY 'NENHUM VINCULO CADASTRADO'
           ELSE
               PERFORM UNTIL FIM-VENDEDOR
                   READ ARQ-VENDEDOR NEXT RECORD
                       AT END
                           SET FIM-VENDEDOR TO TRUE
                       NOT AT END
                           DISPLAY VDD-OPERADOR ' ' VDD-MATRICULA ' '
                               VDD-LOJA
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ARQ-VENDEDOR
           END-IF.
           DISPLAY '--- TAXAS DE COMISSAO ---'.
           DISPLAY 'T CODIGO   %'.
           MOVE 'N' TO WRK-EOF-COMISTAX.
           OPEN INPUT ARQ-COMISSAO-TAXA.
           IF WRK-FS-COMISTAX NOT = '00'
               DISPLAY 'NENHUMA TAXA CADASTRADA'
           ELSE
               PERFORM UNTIL FIM-COMISTAX
                   READ ARQ-COMISSAO-TAXA NEXT RECORD
                       AT END
                           SET FIM-COMISTAX TO TRUE
                       NOT AT END
                           MOVE CMT-PERCENTUAL TO WRK-CMS-PERC-ED
                           DISPLAY CMT-TIPO ' ' CMT-CODIGO '   '
                               WRK-CMS-PERC-ED
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ARQ-COMISSAO-TAXA
           END-IF.

       0600-APURAR-COMISSAO.
      * A comissao vira provento na folha - so supervisor (ou ADM)
      * do sign-on apura, como os lancamentos do banco de horas.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - COMISSAO NAO APURADA'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'APURACAO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0610-LER-COMPETENCIA
           END-EVALUATE.

       0610-LER-COMPETENCIA.
           DISPLAY 'COMPETENCIA DAS VENDAS (AAAAMM):'.
           ACCEPT WRK-CMS-COMPETENCIA.
           IF WRK-CMS-COMP-NUM NOT NUMERIC
              OR WRK-CMS-COMP-ANO = ZEROS
              OR WRK-CMS-COMP-MES < 1 OR WRK-CMS-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               IF WRK-CMS-COMP-MES = 12
                   COMPUTE WRK-CMS-PAG-ANO = WRK-CMS-COMP-ANO + 1
                   MOVE 1 TO WRK-CMS-PAG-MES
               ELSE
                   MOVE WRK-CMS-COMP-ANO TO WRK-CMS-PAG-ANO
                   COMPUTE WRK-CMS-PAG-MES = WRK-CMS-COMP-MES + 1
               END-IF
               PERFORM 0620-ACUMULAR-DIARIO
               PERFORM 0700-GERAR-RUBRICAS
               PERFORM 0800-EMITIR-RELATORIO
           END-IF.

       0620-ACUMULAR-DIARIO.
      * Uma passada no diario sequencial (historico completo): as
      * vendas da competencia somam comissao e as devolucoes abatem,
      * pela taxa da campanha da linha quando houver, senao pela da
      * loja.
           MOVE ZEROS TO WRK-OPE-USADAS WRK-MAT-USADAS
                         WRK-CMS-SEM-OPERADOR.
           MOVE 'N'   TO WRK-EOF-VENDAJRN.
           OPEN INPUT ARQ-VENDEDOR.
           OPEN INPUT ARQ-COMISSAO-TAXA.
           OPEN INPUT ARQ-VENDA-JORNAL.
           IF WRK-FS-VENDAJRN = '00'
               PERFORM UNTIL FIM-VENDAJRN
                   READ ARQ-VENDA-JORNAL
                       AT END
                           SET FIM-VENDAJRN TO TRUE
                       NOT AT END
                           IF VJR-DATA(1:6) = WRK-CMS-COMP-NUM
                               PERFORM 0630-ACUMULAR-UMA-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VENDA-JORNAL
           ELSE
               DISPLAY 'DIARIO DE VENDAS NAO ENCONTRADO'
           END-IF.
           IF WRK-FS-COMISTAX = '00'
               CLOSE ARQ-COMISSAO-TAXA
           END-IF.
           IF WRK-FS-VENDEDOR = '00'
               CLOSE ARQ-VENDEDOR
           END-IF.

       0630-ACUMULAR-UMA-LINHA.
      * Linha anterior ao registro do operador no caixa nao tem a
      * quem pagar - so e contada.
           IF VJR-OPERADOR = SPACES
               ADD 1 TO WRK-CMS-SEM-OPERADOR
           ELSE
               ADD 1 TO WRK-RUN-QTD-LIDOS
               PERFORM 0640-LOCALIZAR-OPERADOR
               IF OPERADOR-NA-TABELA
                   PERFORM 0650-OBTER-TAXA
                   COMPUTE WRK-CMS-VALOR-LINHA ROUNDED =
                       VJR-VALOR * WRK-CMS-TAXA / 100
                   IF VJR-TIPO = 'D'
                       ADD VJR-VALOR
                           TO WRK-OPE-DEVOLUCOES(WRK-OPE-IDX)
                       SUBTRACT WRK-CMS-VALOR-LINHA
                           FROM WRK-OPE-COMISSAO(WRK-OPE-IDX)
                   ELSE
                       ADD VJR-VALOR TO WRK-OPE-VENDAS(WRK-OPE-IDX)
                       ADD WRK-CMS-VALOR-LINHA
                           TO WRK-OPE-COMISSAO(WRK-OPE-IDX)
                   END-IF
               END-IF
           END-IF.

       0640-LOCALIZAR-OPERADOR.
           MOVE 'N' TO WRK-OPE-ACHOU.
           IF WRK-OPE-USADAS > 0
               SET WRK-OPE-IDX TO 1
               SEARCH WRK-OPE-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-OPE-OPERADOR(WRK-OPE-IDX) = VJR-OPERADOR
                       SET OPERADOR-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT OPERADOR-NA-TABELA
               IF WRK-OPE-USADAS < 100
                   ADD 1 TO WRK-OPE-USADAS
                   SET WRK-OPE-IDX TO WRK-OPE-USADAS
                   MOVE VJR-OPERADOR TO WRK-OPE-OPERADOR(WRK-OPE-IDX)
                   MOVE SPACES TO WRK-OPE-MATRICULA(WRK-OPE-IDX)
                   MOVE ZEROS  TO WRK-OPE-VENDAS(WRK-OPE-IDX)
                                  WRK-OPE-DEVOLUCOES(WRK-OPE-IDX)
                                  WRK-OPE-COMISSAO(WRK-OPE-IDX)
                   IF WRK-FS-VENDEDOR = '00'
                       MOVE VJR-OPERADOR TO VDD-OPERADOR
                       READ ARQ-VENDEDOR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE VDD-MATRICULA
                                   TO WRK-OPE-MATRICULA(WRK-OPE-IDX)
                       END-READ
                   END-IF
                   SET OPERADOR-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               END-IF
           END-IF.

       0650-OBTER-TAXA.
           MOVE ZEROS TO WRK-CMS-TAXA.
           IF WRK-FS-COMISTAX = '00'
               IF VJR-CAMPANHA NOT = SPACES
                   MOVE 'C'          TO CMT-TIPO
                   MOVE VJR-CAMPANHA TO CMT-CODIGO
                   READ ARQ-COMISSAO-TAXA
                       INVALID KEY
                           PERFORM 0660-OBTER-TAXA-LOJA
                       NOT INVALID KEY
                           MOVE CMT-PERCENTUAL TO WRK-CMS-TAXA
                   END-READ
               ELSE
                   PERFORM 0660-OBTER-TAXA-LOJA
               END-IF
           END-IF.

       0660-OBTER-TAXA-LOJA.
           MOVE 'L'      TO CMT-TIPO.
           MOVE VJR-LOJA TO CMT-CODIGO.
           READ ARQ-COMISSAO-TAXA
               INVALID KEY
                   MOVE ZEROS TO WRK-CMS-TAXA
               NOT INVALID KEY
                   MOVE CMT-PERCENTUAL TO WRK-CMS-TAXA
           END-READ.

       0690-LOGAR-RECUSA.
           MOVE 'PROGCOB101'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO   TO WRK-SEG-USUARIO.
           MOVE 'APURACAO DE COMISSAO NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0700-GERAR-RUBRICAS.
      * Operador sem vinculo vai para as excecoes; os vinculados
      * somam por matricula e cada matricula recebe a rubrica
      * 'CM' + mes da competencia - a reapuracao do mesmo mes
      * regrava a mesma rubrica, e comissao liquida zerada ou
      * negativa (devolucoes acima das vendas) remove a que houver.
           PERFORM VARYING WRK-OPE-LOOP FROM 1 BY 1
                   UNTIL WRK-OPE-LOOP > WRK-OPE-USADAS
               IF WRK-OPE-MATRICULA(WRK-OPE-LOOP) = SPACES
                   MOVE 'PROGCOB101' TO EXC-PROGRAMA
                   MOVE 'OPERADOR DO CAIXA SEM VINCULO DE MATRICULA'
                       TO EXC-MENSAGEM
                   MOVE WRK-OPE-OPERADOR(WRK-OPE-LOOP) TO EXC-DADO
                   PERFORM 9700-GRAVAR-EXCECAO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM 0710-SOMAR-MATRICULA
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-CMS-QTD-RUBRICAS.
           OPEN I-O ARQ-RUBRICAS.
           IF WRK-FS-RUBRICAS = '35'
               OPEN OUTPUT ARQ-RUBRICAS
               CLOSE ARQ-RUBRICAS
               OPEN I-O ARQ-RUBRICAS
           END-IF.
           PERFORM VARYING WRK-MAT-LOOP FROM 1 BY 1
                   UNTIL WRK-MAT-LOOP > WRK-MAT-USADAS
               PERFORM 0720-GRAVAR-UMA-RUBRICA
           END-PERFORM.
           CLOSE ARQ-RUBRICAS.

       0710-SOMAR-MATRICULA.
           MOVE 'N' TO WRK-MAT-ACHOU.
           IF WRK-MAT-USADAS > 0
               SET WRK-MAT-IDX TO 1
               SEARCH WRK-MAT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-MAT-MATRICULA(WRK-MAT-IDX) =
                           WRK-OPE-MATRICULA(WRK-OPE-LOOP)
                       SET MATRICULA-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT MATRICULA-NA-TABELA
               ADD 1 TO WRK-MAT-USADAS
               SET WRK-MAT-IDX TO WRK-MAT-USADAS
               MOVE WRK-OPE-MATRICULA(WRK-OPE-LOOP)
                   TO WRK-MAT-MATRICULA(WRK-MAT-IDX)
               MOVE ZEROS TO WRK-MAT-COMISSAO(WRK-MAT-IDX)
           END-IF.
           ADD WRK-OPE-COMISSAO(WRK-OPE-LOOP)
               TO WRK-MAT-COMISSAO(WRK-MAT-IDX).

       0720-GRAVAR-UMA-RUBRICA.
           MOVE WRK-MAT-MATRICULA(WRK-MAT-LOOP) TO RUB-MATRICULA.
           MOVE 'CM'             TO RUB-CODIGO(1:2).
           MOVE WRK-CMS-COMP-MES TO RUB-CODIGO(3:2).
           IF WRK-MAT-COMISSAO(WRK-MAT-LOOP) > ZEROS
               MOVE SPACES TO RUB-DESCRICAO
               STRING 'COMISSAO ' WRK-CMS-COMP-NUM
                   DELIMITED BY SIZE INTO RUB-DESCRICAO
               END-STRING
               MOVE 'P'   TO RUB-TIPO
               MOVE 'V'   TO RUB-FORMA
               MOVE WRK-MAT-COMISSAO(WRK-MAT-LOOP) TO RUB-VALOR
               MOVE ZEROS TO RUB-PERCENTUAL
               COMPUTE RUB-DATA-INICIO = WRK-CMS-PAG-NUM * 100 + 1
               COMPUTE RUB-DATA-FIM    = WRK-CMS-PAG-NUM * 100 + 31
               WRITE REG-RUBRICA
                   INVALID KEY
                       REWRITE REG-RUBRICA
               END-WRITE
               ADD 1 TO WRK-CMS-QTD-RUBRICAS
               ADD WRK-MAT-COMISSAO(WRK-MAT-LOOP)
                   TO WRK-CMS-TOT-COMISSAO
           ELSE
               DELETE ARQ-RUBRICAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       0800-EMITIR-RELATORIO.
           MOVE 'PROGCOB101' TO WRK-REP-PROGRAMA.
           MOVE 'COMISSAO DOS VENDEDORES DA LIVRARIA'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'COMPETENCIA DAS VENDAS: ' WRK-CMS-COMP-NUM
               '  FOLHA DE PAGAMENTO: ' WRK-CMS-PAG-NUM.
           DISPLAY 'OPERADOR             MATRIC          VENDAS'
               '     DEVOLUCOES        COMISSAO'.
           PERFORM VARYING WRK-OPE-LOOP FROM 1 BY 1
                   UNTIL WRK-OPE-LOOP > WRK-OPE-USADAS
               MOVE WRK-OPE-VENDAS(WRK-OPE-LOOP) TO WRK-CMS-VENDAS-ED
               MOVE WRK-OPE-DEVOLUCOES(WRK-OPE-LOOP)
                   TO WRK-CMS-DEVOL-ED
               MOVE WRK-OPE-COMISSAO(WRK-OPE-LOOP)
                   TO WRK-CMS-COMISSAO-ED
               DISPLAY WRK-OPE-OPERADOR(WRK-OPE-LOOP) ' '
                   WRK-OPE-MATRICULA(WRK-OPE-LOOP) ' '
                   WRK-CMS-VENDAS-ED ' ' WRK-CMS-DEVOL-ED ' '
                   WRK-CMS-COMISSAO-ED
           END-PERFORM.
           MOVE WRK-CMS-TOT-COMISSAO TO WRK-CMS-TOTAL-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'RUBRICAS DE COMISSAO GRAVADAS: '
               WRK-CMS-QTD-RUBRICAS.
           DISPLAY 'TOTAL DE COMISSAO A PAGAR....: ' WRK-CMS-TOTAL-ED.
           IF WRK-CMS-SEM-OPERADOR > ZEROS
               DISPLAY 'LINHAS DO DIARIO SEM OPERADOR: '
                   WRK-CMS-SEM-OPERADOR
           END-IF.
           MOVE 'COMISSAO-VENDAS' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CMS-COMP-NUM  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-CMS-TOTAL-ED  TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-CMS.

       0900-GRAVAR-AUDITORIA-CMS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB101' TO WRK-AUD-PROGRAMA.
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

       END PROGRAM PROGCOB101.
