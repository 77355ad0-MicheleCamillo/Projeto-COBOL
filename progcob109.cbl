      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Remessa bancaria de pagamento a fornecedores - gera
      *          o arquivo de remessa no mesmo layout da remessa da
      *          folha (header, um detalhe por titulo a pagar com a
      *          conta do fornecedor, trailer com quantidade e hash),
      *          retido ate a liberacao por um segundo operador, e
      *          processa o retorno do banco: o titulo so e baixado
      *          em CONTASPAG.DAT, e a saida postada no razao, quando
      *          o banco confirma o credito; o rejeitado volta na
      *          proxima remessa
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB109.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'forsel.cpy'.
            COPY 'capsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            SELECT ARQ-REMESSA ASSIGN TO 'PAGREM.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-REMESSA.
      * Remessa retida: a geracao grava aqui e o arquivo que vai ao
      * banco (PAGREM.DAT) so materializa na liberacao por um
      * segundo operador, como a remessa da folha (PROGCOB023).
            SELECT ARQ-REMESSA-RETIDA ASSIGN TO 'PAGREMH.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-REM-RETIDA.
            SELECT ARQ-LIBERACAO ASSIGN TO 'PAGLIBER.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-LIBERACAO.
            SELECT ARQ-RETORNO ASSIGN TO 'PAGRET.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-RETORNO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'forfd.cpy'.
           COPY 'capfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.

       FD  ARQ-REMESSA.
       01  REG-REM-HEADER.
           05 REMH-TIPO        PIC X(01).
           05 REMH-DATA        PIC 9(08).
           05 REMH-EMPRESA     PIC X(20).
       01  REG-REM-DETALHE.
           05 REMD-TIPO        PIC X(01).
           05 REMD-TITULO      PIC 9(06).
           05 REMD-FORNECEDOR  PIC X(20).
           05 REMD-BANCO       PIC 9(03).
           05 REMD-AGENCIA     PIC 9(04).
           05 REMD-CONTA       PIC 9(08).
           05 REMD-VALOR       PIC 9(10)V99.
       01  REG-REM-TRAILER.
           05 REMT-TIPO        PIC X(01).
           05 REMT-QTD         PIC 9(06).
           05 REMT-HASH        PIC 9(12)V99.

      * Espelho da remessa retida - mesmo registro generico para a
      * copia linha a linha na liberacao.
       FD  ARQ-REMESSA-RETIDA.
       01  REG-REM-RETIDA      PIC X(80).

      * Pendencia de liberacao: quem gerou, quando, quantos
      * detalhes e o hash total que o liberador confere antes de
      * aprovar.
       FD  ARQ-LIBERACAO.
       01  REG-LIBERACAO.
           05 LIB-DATA         PIC 9(08).
           05 LIB-GERADOR      PIC X(20).
           05 LIB-QTD          PIC 9(06).
           05 LIB-HASH         PIC 9(12)V99.
           05 LIB-SITUACAO     PIC X(01).

      * Retorno do banco - um detalhe por titulo da remessa, com a
      * ocorrencia '00' para credito efetuado e os demais codigos
      * para rejeicao, na mesma tabela do retorno da folha.
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05 RET-TIPO         PIC X(01).
           05 RET-TITULO       PIC 9(06).
           05 RET-BANCO        PIC 9(03).
           05 RET-AGENCIA      PIC 9(04).
           05 RET-CONTA        PIC 9(08).
           05 RET-VALOR        PIC 9(10)V99.
           05 RET-OCORRENCIA   PIC X(02).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-REMESSA     VALUE 'S'.
       77 WRK-FS-REMESSA       PIC X(02)   VALUE '00'.
       77 WRK-DATA-REMESSA     PIC 9(08)   VALUE ZEROS.

      * Titulos que entram na remessa: os programados no PROGCOB075,
      * os rejeitados no retorno anterior e os em aberto vencidos
      * ate a data de corte.
       77 WRK-DATA-CORTE       PIC 9(08)   VALUE ZEROS.
       77 WRK-TITULO-PAGAVEL   PIC X(01)   VALUE 'N'.
           88 TITULO-PAGAVEL   VALUE 'S'.

      * Totais de controle do trailer - a quantidade de detalhes e o
      * hash total (soma dos valores) que o banco confere na entrada.
       77 WRK-REM-QTD          PIC 9(06)    VALUE ZEROS.
       77 WRK-REM-HASH         PIC 9(12)V99 VALUE ZEROS.
       77 WRK-REM-HASH-ED      PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      * Controle de quatro olhos: a geracao retem o arquivo e
      * registra a pendencia; a liberacao exige um segundo usuario
      * (SUPERVISOR ou ADM do sign-on) diferente do gerador.
       77 WRK-FS-REM-RETIDA    PIC X(02)   VALUE '00'.
       77 WRK-FS-LIBERACAO     PIC X(02)   VALUE '00'.
       77 WRK-EOF-RETIDA       PIC X(01)   VALUE 'N'.
           88 FIM-RETIDA       VALUE 'S'.
       77 WRK-GERADOR          PIC X(20)   VALUE SPACES.
       77 WRK-PEND-LIDA        PIC X(01)   VALUE 'N'.
       77 WRK-APROVA-REM       PIC X(01)   VALUE 'N'.
           88 APROVA-REMESSA   VALUE 'S'.
       77 WRK-QTD-COPIADAS     PIC 9(06)   VALUE ZEROS.

      * Retorno do banco.
       77 WRK-FS-RETORNO       PIC X(02)   VALUE '00'.
       77 WRK-EOF-RET          PIC X(01)   VALUE 'N'.
           88 FIM-RETORNO      VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-QTD-LIQUIDADOS   PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-REJEITADOS   PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-SEM-PAR      PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES  PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-AGUARDANDO   PIC 9(06)   VALUE ZEROS.
       77 WRK-MOTIVO-BANCO     PIC X(30)   VALUE SPACES.
       77 WRK-RET-VALOR-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CAP-VALOR-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'forws.cpy'.
           COPY 'capws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB109' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-REMESSA
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== REMESSA DE PAGAMENTO A FORNECEDORES ====='.
           DISPLAY '1 - GERAR REMESSA (FICA RETIDA)'.
           DISPLAY '2 - LIBERAR REMESSA (SEGUNDO OPERADOR)'.
           DISPLAY '3 - PROCESSAR RETORNO DO BANCO'.
           DISPLAY '4 - LISTAR TITULOS AGUARDANDO RETORNO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0500-GERAR-REMESSA
               WHEN 2
                   PERFORM 0600-LIBERAR-REMESSA
               WHEN 3
                   PERFORM 0700-PROCESSAR-RETORNO
               WHEN 4
                   PERFORM 0850-LISTAR-AGUARDANDO
               WHEN ZERO
                   SET SAIR-REMESSA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0500-GERAR-REMESSA.
      * O gerador faz sign-on: a pendencia registra o usuario
      * validado, no mesmo dominio de identidade do liberador.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
               DISPLAY 'SIGN-ON DO GERADOR RECUSADO - REMESSA NAO '
                   'GERADA'
               MOVE 'PROGCOB109' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'GERACAO DE REMESSA NEGADA' TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-USUARIO TO WRK-GERADOR
               PERFORM 0540-GERAR-REMESSA-RETIDA
           END-IF.

       0540-GERAR-REMESSA-RETIDA.
      * A geracao nao altera os titulos: enquanto a remessa estiver
      * retida, uma nova geracao a substitui por inteiro. O titulo
      * so passa a enviado (E) na liberacao.
           MOVE 'N'   TO WRK-EOF-CONTAS-PAGAR.
           MOVE ZEROS TO WRK-REM-QTD WRK-REM-HASH.
           ACCEPT WRK-DATA-REMESSA FROM DATE YYYYMMDD.
           DISPLAY 'PAGAR VENCIDOS ATE (AAAAMMDD, BRANCO = HOJE):'.
           ACCEPT WRK-DATA-CORTE.
           IF WRK-DATA-CORTE = ZEROS
               MOVE WRK-DATA-REMESSA TO WRK-DATA-CORTE
           END-IF.
           OPEN INPUT ARQ-CONTAS-PAGAR.
           IF WRK-FS-CONTAS-PAGAR NOT = '00'
               DISPLAY 'NENHUM TITULO A PAGAR'
           ELSE
               OPEN OUTPUT ARQ-REMESSA-RETIDA
               MOVE '0'              TO REMH-TIPO
               MOVE WRK-DATA-REMESSA TO REMH-DATA
               MOVE 'PROGCOB FORNECEDORES' TO REMH-EMPRESA
               MOVE REG-REM-HEADER   TO REG-REM-RETIDA
               WRITE REG-REM-RETIDA
               PERFORM UNTIL FIM-CONTAS-PAGAR
                   READ ARQ-CONTAS-PAGAR NEXT RECORD
                       AT END
                           SET FIM-CONTAS-PAGAR TO TRUE
                       NOT AT END
                           PERFORM 0550-SELECIONAR-TITULO
                   END-READ
               END-PERFORM
               MOVE '9'          TO REMT-TIPO
               MOVE WRK-REM-QTD  TO REMT-QTD
               MOVE WRK-REM-HASH TO REMT-HASH
               MOVE REG-REM-TRAILER TO REG-REM-RETIDA
               WRITE REG-REM-RETIDA
               CLOSE ARQ-REMESSA-RETIDA
               CLOSE ARQ-CONTAS-PAGAR
               PERFORM 0590-REGISTRAR-PENDENCIA
               MOVE WRK-REM-HASH TO WRK-REM-HASH-ED
               DISPLAY 'REMESSA RETIDA: ' WRK-REM-QTD
                   ' TITULOS, HASH ' WRK-REM-HASH-ED
               DISPLAY 'AGUARDANDO LIBERACAO POR UM SEGUNDO '
                   'OPERADOR (OPCAO 2)'
               MOVE 'REMESSA-PAGAR'  TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-REM-QTD     TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-REM-HASH-ED TO WRK-AUD-VALOR-SAIDA
               PERFORM 0900-GRAVAR-AUDITORIA-REM
           END-IF.

       0550-SELECIONAR-TITULO.
      * Enviado (E) aguarda o retorno e liquidado (L) ja foi pago -
      * nenhum dos dois entra de novo.
           MOVE 'N' TO WRK-TITULO-PAGAVEL.
           IF CAP-DATA-PAGAMENTO = ZEROS
               EVALUATE TRUE
                   WHEN CAP-SITUACAO = 'A' OR CAP-SITUACAO = 'R'
                       MOVE 'S' TO WRK-TITULO-PAGAVEL
                   WHEN CAP-SITUACAO = SPACES
                    AND CAP-DATA-VENCIMENTO NOT > WRK-DATA-CORTE
                       MOVE 'S' TO WRK-TITULO-PAGAVEL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF TITULO-PAGAVEL
               PERFORM 0560-GRAVAR-DETALHE
           END-IF.

       0560-GRAVAR-DETALHE.
      * A conta de credito vem do master de fornecedores, casado
      * pelo nome que o titulo carrega; fornecedor sem banco/conta
      * vai para o relatorio de excecao em vez de gerar um detalhe
      * que o banco devolveria.
           MOVE CAP-FORNECEDOR TO WRK-FOR-NOME-PROC.
           PERFORM 9585-VALIDAR-EDITORA.
           IF WRK-FOR-BANCO-ACHADO = ZEROS
               OR WRK-FOR-CONTA-ACHADA = ZEROS
               MOVE 'PROGCOB109' TO EXC-PROGRAMA
               MOVE 'FORNECEDOR SEM DADOS BANCARIOS' TO EXC-MENSAGEM
               MOVE REG-CONTA-PAGAR TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE '1'                    TO REMD-TIPO
               MOVE CAP-NUMERO             TO REMD-TITULO
               MOVE CAP-FORNECEDOR         TO REMD-FORNECEDOR
               MOVE WRK-FOR-BANCO-ACHADO   TO REMD-BANCO
               MOVE WRK-FOR-AGENCIA-ACHADA TO REMD-AGENCIA
               MOVE WRK-FOR-CONTA-ACHADA   TO REMD-CONTA
               MOVE CAP-VALOR              TO REMD-VALOR
               MOVE REG-REM-DETALHE TO REG-REM-RETIDA
               WRITE REG-REM-RETIDA
               ADD 1         TO WRK-REM-QTD
               ADD CAP-VALOR TO WRK-REM-HASH
               ADD 1         TO WRK-RUN-QTD-LIDOS
           END-IF.

       0590-REGISTRAR-PENDENCIA.
           MOVE WRK-DATA-REMESSA TO LIB-DATA.
           MOVE WRK-GERADOR      TO LIB-GERADOR.
           MOVE WRK-REM-QTD      TO LIB-QTD.
           MOVE WRK-REM-HASH     TO LIB-HASH.
           MOVE 'P'              TO LIB-SITUACAO.
           OPEN OUTPUT ARQ-LIBERACAO.
           WRITE REG-LIBERACAO.
           CLOSE ARQ-LIBERACAO.

       0600-LIBERAR-REMESSA.
      * Liberacao de quatro olhos: sign-on do segundo operador
      * (SUPERVISOR ou ADM), diferente de quem gerou; o liberador
      * ve a quantidade e o hash total antes de aprovar, e so a
      * aprovacao materializa PAGREM.DAT; liberacao e recusa vao
      * para o SEGLOG.
           OPEN INPUT ARQ-LIBERACAO.
           IF WRK-FS-LIBERACAO NOT = '00'
               DISPLAY 'NENHUMA REMESSA RETIDA AGUARDANDO LIBERACAO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE 'N' TO WRK-PEND-LIDA
               READ ARQ-LIBERACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-PEND-LIDA
               END-READ
      * Fecha ja: 0690 reabre a pendencia em OUTPUT para regravar a
      * situacao e o registro lido continua no buffer do FD.
               CLOSE ARQ-LIBERACAO
               EVALUATE TRUE
                   WHEN WRK-PEND-LIDA NOT = 'S'
                       DISPLAY 'NENHUMA REMESSA RETIDA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   WHEN LIB-SITUACAO NOT = 'P'
                       DISPLAY 'REMESSA JA TRATADA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   WHEN OTHER
                       PERFORM 0620-VALIDAR-LIBERADOR
               END-EVALUATE
           END-IF.

       0620-VALIDAR-LIBERADOR.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON DO LIBERADOR RECUSADO'
                   PERFORM 0680-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'LIBERACAO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0680-LOGAR-RECUSA
               WHEN WRK-USUARIO = LIB-GERADOR
                   DISPLAY 'LIBERADOR NAO PODE SER QUEM GEROU ('
                       LIB-GERADOR ')'
                   PERFORM 0680-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0640-CONFIRMAR-E-LIBERAR
           END-EVALUATE.

       0640-CONFIRMAR-E-LIBERAR.
           MOVE LIB-HASH TO WRK-REM-HASH-ED.
           DISPLAY 'REMESSA DE ' LIB-DATA ' GERADA POR '
               LIB-GERADOR.
           DISPLAY 'TITULOS: ' LIB-QTD
               '  VALOR TOTAL: ' WRK-REM-HASH-ED.
           DISPLAY 'APROVAR O ENVIO AO BANCO (S/N):'.
           ACCEPT WRK-APROVA-REM.
           IF APROVA-REMESSA
               PERFORM 0660-MATERIALIZAR-REMESSA
               MOVE 'L' TO LIB-SITUACAO
               PERFORM 0690-REGRAVAR-PENDENCIA
               DISPLAY 'REMESSA LIBERADA - PAGREM.DAT GERADO COM '
                   WRK-QTD-COPIADAS ' LINHAS'
               ADD 1 TO WRK-RUN-QTD-LIDOS
               MOVE 'PROGCOB109'  TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO TO WRK-SEG-USUARIO
               MOVE 'REMESSA A FORNECEDORES LIBERADA'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               MOVE 'LIBERA-REMESSA' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-USUARIO      TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-REM-HASH-ED  TO WRK-AUD-VALOR-SAIDA
               PERFORM 0900-GRAVAR-AUDITORIA-REM
           ELSE
               MOVE 'R' TO LIB-SITUACAO
               PERFORM 0690-REGRAVAR-PENDENCIA
               DISPLAY 'REMESSA RECUSADA - NADA FOI ENVIADO'
               MOVE 'PROGCOB109'  TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO TO WRK-SEG-USUARIO
               MOVE 'REMESSA A FORNECEDORES RECUSADA'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0660-MATERIALIZAR-REMESSA.
      * Copia linha a linha a remessa retida para o arquivo que o
      * banco recebe e marca cada titulo do detalhe como enviado,
      * com a data da remessa - a partir daqui ele espera o retorno.
           MOVE 'N'   TO WRK-EOF-RETIDA.
           MOVE ZEROS TO WRK-QTD-COPIADAS.
           OPEN INPUT ARQ-REMESSA-RETIDA.
           OPEN OUTPUT ARQ-REMESSA.
           OPEN I-O ARQ-CONTAS-PAGAR.
           PERFORM UNTIL FIM-RETIDA
               READ ARQ-REMESSA-RETIDA
                   AT END
                       SET FIM-RETIDA TO TRUE
                   NOT AT END
                       MOVE REG-REM-RETIDA TO REG-REM-DETALHE
                       IF REMD-TIPO = '1'
                           PERFORM 0670-MARCAR-ENVIADO
                       END-IF
                       WRITE REG-REM-DETALHE
                       ADD 1 TO WRK-QTD-COPIADAS
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-PAGAR.
           CLOSE ARQ-REMESSA.
           CLOSE ARQ-REMESSA-RETIDA.

       0670-MARCAR-ENVIADO.
           MOVE REMD-TITULO TO CAP-NUMERO.
           READ ARQ-CONTAS-PAGAR
               INVALID KEY
                   MOVE 'PROGCOB109' TO EXC-PROGRAMA
                   MOVE 'TITULO DA REMESSA NAO ENCONTRADO'
                       TO EXC-MENSAGEM
                   MOVE REG-REM-RETIDA TO EXC-DADO
                   PERFORM 9700-GRAVAR-EXCECAO
               NOT INVALID KEY
                   MOVE 'E'      TO CAP-SITUACAO
                   MOVE LIB-DATA TO CAP-DATA-REMESSA
                   MOVE SPACES   TO CAP-OCORRENCIA
                   REWRITE REG-CONTA-PAGAR
           END-READ.

       0680-LOGAR-RECUSA.
           MOVE 'PROGCOB109'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO TO WRK-SEG-USUARIO.
           MOVE 'LIBERACAO DE REMESSA NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0690-REGRAVAR-PENDENCIA.
           OPEN OUTPUT ARQ-LIBERACAO.
           WRITE REG-LIBERACAO.
           CLOSE ARQ-LIBERACAO.

       0700-PROCESSAR-RETORNO.
      * Cada detalhe do retorno e casado pelo numero do titulo: o
      * credito confirmado baixa o titulo e posta a saida no razao;
      * o rejeitado volta a situacao R e entra na proxima remessa.
           MOVE 'N'   TO WRK-EOF-RET.
           MOVE ZEROS TO WRK-QTD-LIQUIDADOS WRK-QTD-REJEITADOS
                         WRK-QTD-SEM-PAR WRK-QTD-DIVERGENTES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PROGCOB109' TO WRK-REP-PROGRAMA.
           MOVE 'RETORNO BANCARIO DE FORNECEDORES' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           OPEN INPUT ARQ-RETORNO.
           IF WRK-FS-RETORNO NOT = '00'
               DISPLAY 'RETORNO DO BANCO (PAGRET.DAT) NAO '
                   'ENCONTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN I-O ARQ-CONTAS-PAGAR
               IF WRK-FS-CONTAS-PAGAR NOT = '00'
                   DISPLAY 'NENHUM TITULO A PAGAR'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM UNTIL FIM-RETORNO
                       READ ARQ-RETORNO
                           AT END
                               SET FIM-RETORNO TO TRUE
                           NOT AT END
                               IF RET-TIPO = '1'
                                   PERFORM 0720-CASAR-TITULO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CONTAS-PAGAR
                   PERFORM 0800-IMPRIMIR-TOTAIS
               END-IF
               CLOSE ARQ-RETORNO
           END-IF.

       0720-CASAR-TITULO.
           MOVE RET-TITULO TO CAP-NUMERO.
           READ ARQ-CONTAS-PAGAR
               INVALID KEY
                   PERFORM 0730-ITEM-SEM-PAR
               NOT INVALID KEY
                   PERFORM 0740-ATUALIZAR-TITULO
           END-READ.

       0730-ITEM-SEM-PAR.
      * Item do banco sem titulo correspondente - vai para o
      * relatorio de excecao para a conciliacao manual.
           ADD 1 TO WRK-QTD-SEM-PAR.
           MOVE 'PROGCOB109' TO EXC-PROGRAMA.
           MOVE 'RETORNO SEM TITULO A PAGAR CASADO' TO EXC-MENSAGEM.
           MOVE REG-RETORNO TO EXC-DADO.
           PERFORM 9700-GRAVAR-EXCECAO.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0740-ATUALIZAR-TITULO.
           IF RET-VALOR NOT = CAP-VALOR
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE RET-VALOR TO WRK-RET-VALOR-ED
               MOVE CAP-VALOR TO WRK-CAP-VALOR-ED
               DISPLAY 'VALOR DIVERGENTE ' RET-TITULO
                   ' TITULO ' WRK-CAP-VALOR-ED
                   ' RETORNO ' WRK-RET-VALOR-ED
           END-IF.
      * Retorno reprocessado nao baixa nem posta o mesmo titulo duas
      * vezes.
           EVALUATE TRUE
               WHEN CAP-SITUACAO = 'L'
                   DISPLAY 'TITULO ' CAP-NUMERO ' JA LIQUIDADO EM '
                       CAP-DATA-PAGAMENTO
               WHEN RET-OCORRENCIA = '00'
                   MOVE 'L'            TO CAP-SITUACAO
                   MOVE RET-OCORRENCIA TO CAP-OCORRENCIA
                   MOVE WRK-DATA-HOJE  TO CAP-DATA-PAGAMENTO
                   REWRITE REG-CONTA-PAGAR
                   PERFORM 0750-POSTAR-PAGAMENTO
                   ADD 1 TO WRK-QTD-LIQUIDADOS
                   ADD 1 TO WRK-RUN-QTD-LIDOS
               WHEN OTHER
                   MOVE 'R'            TO CAP-SITUACAO
                   MOVE RET-OCORRENCIA TO CAP-OCORRENCIA
                   REWRITE REG-CONTA-PAGAR
                   PERFORM 0760-LISTAR-REJEICAO
                   ADD 1 TO WRK-QTD-REJEITADOS
                   ADD 1 TO WRK-RUN-QTD-LIDOS
           END-EVALUATE.

       0750-POSTAR-PAGAMENTO.
      * O credito confirmado liquida fornecedores a pagar contra o
      * caixa/bancos - o numero do titulo vai como referencia para
      * o casamento com o extrato na conciliacao (PROGCOB103). Em
      * periodo contabil fechado o lancamento vai para o suspense.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'PROGCOB109'      TO WRK-SUS-PROGRAMA
               MOVE 'PERIODO'         TO WRK-SUS-CAMPO
               MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR
               MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
           ELSE
               MOVE '0000'       TO WRK-RAZ-CENTRO
               MOVE 'PROGCOB109' TO WRK-RAZ-PROGRAMA
               SET DOC-TITULO-PAGAR TO TRUE
               MOVE CAP-NUMERO   TO WRK-RAZ-DOC-NUMERO
               MOVE '211500'     TO WRK-RAZ-CONTA-DEB
               MOVE '111000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'PAGAMENTO A FORNECEDOR' TO WRK-RAZ-DESCRICAO
               MOVE RET-VALOR    TO WRK-RAZ-VALOR
               MOVE CAP-NUMERO   TO WRK-RAZ-REFERENCIA
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           MOVE RET-VALOR TO WRK-RET-VALOR-ED.
           DISPLAY 'LIQUIDADO ' CAP-NUMERO ' ' CAP-FORNECEDOR ' '
               WRK-RET-VALOR-ED.

       0760-LISTAR-REJEICAO.
           EVALUATE RET-OCORRENCIA
               WHEN '01'
                   MOVE 'CONTA ENCERRADA' TO WRK-MOTIVO-BANCO
               WHEN '02'
                   MOVE 'AGENCIA INVALIDA' TO WRK-MOTIVO-BANCO
               WHEN '03'
                   MOVE 'CONTA INVALIDA' TO WRK-MOTIVO-BANCO
               WHEN '04'
                   MOVE 'DIGITO DA CONTA INVALIDO'
                       TO WRK-MOTIVO-BANCO
               WHEN OTHER
                   MOVE 'OCORRENCIA NAO CATALOGADA'
                       TO WRK-MOTIVO-BANCO
           END-EVALUATE.
           MOVE RET-VALOR TO WRK-RET-VALOR-ED.
           DISPLAY 'REJEITADO ' RET-TITULO ' ' CAP-FORNECEDOR ' '
               RET-BANCO '/' RET-AGENCIA '/' RET-CONTA ' '
               WRK-RET-VALOR-ED.
           DISPLAY '  OCORRENCIA ' RET-OCORRENCIA ' '
               WRK-MOTIVO-BANCO.
           DISPLAY '  CORRIGIR OS DADOS BANCARIOS (PROGCOB075) PARA '
               'REENTRAR NA PROXIMA REMESSA'.

       0800-IMPRIMIR-TOTAIS.
           DISPLAY '-------------------------------------'.
           DISPLAY 'TITULOS LIQUIDADOS...: ' WRK-QTD-LIQUIDADOS.
           DISPLAY 'TITULOS REJEITADOS...: ' WRK-QTD-REJEITADOS.
           DISPLAY 'VALORES DIVERGENTES..: ' WRK-QTD-DIVERGENTES.
           DISPLAY 'ITENS SEM PAR........: ' WRK-QTD-SEM-PAR.
           MOVE 'RETORNO-PAGAR'     TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-QTD-LIQUIDADOS  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-REJEITADOS  TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-REM.

       0850-LISTAR-AGUARDANDO.
      * Titulos enviados ao banco ainda sem retorno e rejeitados a
      * espera da proxima remessa.
           MOVE 'N'   TO WRK-EOF-CONTAS-PAGAR.
           MOVE ZEROS TO WRK-QTD-AGUARDANDO.
           OPEN INPUT ARQ-CONTAS-PAGAR.
           IF WRK-FS-CONTAS-PAGAR NOT = '00'
               DISPLAY 'NENHUM TITULO A PAGAR'
           ELSE
               DISPLAY 'TITULO FORNECEDOR                 VALOR S'
                   ' REMESSA  OC'
               PERFORM UNTIL FIM-CONTAS-PAGAR
                   READ ARQ-CONTAS-PAGAR NEXT RECORD
                       AT END
                           SET FIM-CONTAS-PAGAR TO TRUE
                       NOT AT END
                           IF CAP-SITUACAO = 'E' OR CAP-SITUACAO = 'R'
                               MOVE CAP-VALOR TO WRK-CAP-VALOR-ED
                               DISPLAY CAP-NUMERO ' ' CAP-FORNECEDOR
                                   ' ' WRK-CAP-VALOR-ED ' '
                                   CAP-SITUACAO ' ' CAP-DATA-REMESSA
                                   ' ' CAP-OCORRENCIA
                               ADD 1 TO WRK-QTD-AGUARDANDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTAS-PAGAR
           END-IF.
           DISPLAY 'TITULOS LISTADOS: ' WRK-QTD-AGUARDANDO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0900-GRAVAR-AUDITORIA-REM.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB109' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'forpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.

       END PROGRAM PROGCOB109.
