      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Arquivamento dos pedidos de frete encerrados - tira
      *          de PEDIDOS.DAT os pedidos entregues, faturados e pagos
      *          ha mais tempo que a janela de retencao e os grava no
      *          arquivo morto PEDARQ.DAT, mantendo os totais de
      *          controle de CTLTOT.DAT (P para os vivos, H para os
      *          arquivados) e a data de corte que o extrato do
      *          cliente (PROGCOB068) e a simulacao de tarifa
      *          (PROGCOB071) usam para ler tambem o arquivo morto.
      *          O expurgo exige sign-on SUPERVISOR ou ADM; a
      *          consulta ao pedido arquivado e livre
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB116.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'pedarqsel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-PEDIDOS-TRABALHO ASSIGN TO 'PEDTRAB.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-PEDTRAB.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'pedarqfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

      * Copia de trabalho dos pedidos que ficam - PEDIDOS.DAT so e
      * regravado depois de o arquivo morto receber os encerrados.
       FD  ARQ-PEDIDOS-TRABALHO.
       01  REG-PEDIDO-TRABALHO     PIC X(250).
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-ARQUIVAMENTO VALUE 'S'.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDTRAB       PIC X(02)   VALUE '00'.
       77 WRK-EOF-PED          PIC X(01)   VALUE 'N'.
           88 FIM-PED          VALUE 'S'.
       77 WRK-EOF-TRAB         PIC X(01)   VALUE 'N'.
           88 FIM-TRAB         VALUE 'S'.
       77 WRK-AUTORIZADO       PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.

      * Janela de retencao em dias, contada da data de pagamento; o
      * corte e hoje menos a janela.
       77 WRK-RETENCAO-DIAS    PIC 9(04)   VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DATA-CORTE       PIC 9(08)   VALUE ZEROS.
       77 WRK-ENCERRADO        PIC X(01)   VALUE 'N'.
           88 PEDIDO-ENCERRADO VALUE 'S'.
       77 WRK-QTD-ARQUIVADOS   PIC 9(08)   VALUE ZEROS.
       77 WRK-HASH-ARQUIVADOS  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-QTD-MANTIDOS     PIC 9(08)   VALUE ZEROS.
       77 WRK-HASH-MANTIDOS    PIC S9(14)V99 VALUE ZEROS.
       77 WRK-QTD-ARQ-TOTAL    PIC 9(08)   VALUE ZEROS.

      * Consulta ao arquivo morto.
       77 WRK-PED-PROCURADO    PIC 9(06)   VALUE ZEROS.
       77 WRK-PED-ACHADO       PIC X(01)   VALUE 'N'.
           88 PEDIDO-ARQUIVADO VALUE 'S'.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FRETE-ED         PIC Z.ZZ9,99   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'pedarqws.cpy'.
           COPY 'ctlws.cpy'.
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
           MOVE 'PROGCOB116' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-ARQUIVAMENTO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======= ARQUIVO MORTO DE PEDIDOS ======='.
           DISPLAY '1 - ARQUIVAR PEDIDOS ENCERRADOS'.
           DISPLAY '2 - CONSULTAR PEDIDO ARQUIVADO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0140-AUTORIZAR-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM 0300-ARQUIVAR-PEDIDOS
                   END-IF
               WHEN 2
                   PERFORM 0600-CONSULTAR-ARQUIVADO
               WHEN ZERO
                   SET SAIR-ARQUIVAMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-AUTORIZAR-OPERADOR.
      * Expurgo de PEDIDOS.DAT so com sign-on de SUPERVISOR ou ADM;
      * a recusa vai para o SEGLOG.
           MOVE 'N' TO WRK-AUTORIZADO.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'ARQUIVAMENTO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0145-LOGAR-RECUSA
               WHEN OTHER
                   SET OPERADOR-AUTORIZADO TO TRUE
           END-EVALUATE.

       0145-LOGAR-RECUSA.
           MOVE 'PROGCOB116' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           MOVE 'ARQUIVAMENTO DE PEDIDOS NEGADO' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0300-ARQUIVAR-PEDIDOS.
           DISPLAY 'JANELA DE RETENCAO EM DIAS (ZEROS = 365):'.
           ACCEPT WRK-RETENCAO-DIAS.
           IF WRK-RETENCAO-DIAS = ZEROS
               MOVE 365 TO WRK-RETENCAO-DIAS
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                - WRK-RETENCAO-DIAS).
           DISPLAY 'ARQUIVANDO PEDIDOS PAGOS ANTES DE ' WRK-DATA-CORTE.
           PERFORM 0400-SEPARAR-ENCERRADOS.
           IF WRK-QTD-ARQUIVADOS = ZEROS
               DISPLAY 'NENHUM PEDIDO ENCERRADO ANTES DO CORTE'
           ELSE
               PERFORM 0450-REGRAVAR-PEDIDOS
               PERFORM 0480-ATUALIZAR-CONTROLES
           END-IF.
           MOVE 'PROGCOB116' TO WRK-REP-PROGRAMA.
           MOVE 'ARQUIVAMENTO DE PEDIDOS ENCERRADOS'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'DATA DE CORTE......: ' WRK-DATA-CORTE.
           DISPLAY 'PEDIDOS ARQUIVADOS.: ' WRK-QTD-ARQUIVADOS.
           DISPLAY 'PEDIDOS MANTIDOS...: ' WRK-QTD-MANTIDOS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB116'       TO WRK-AUD-PROGRAMA.
           MOVE 'ARQUIVAMENTO'     TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-DATA-CORTE     TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-ARQUIVADOS TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0400-SEPARAR-ENCERRADOS.
      * Passada unica em PEDIDOS.DAT: encerrado vai para o fim do
      * arquivo morto, o resto para a copia de trabalho.
           MOVE ZEROS TO WRK-QTD-ARQUIVADOS WRK-HASH-ARQUIVADOS
                         WRK-QTD-MANTIDOS WRK-HASH-MANTIDOS.
           MOVE 'N' TO WRK-EOF-PED.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT = '00'
               DISPLAY 'NENHUM PEDIDO GRAVADO'
           ELSE
               OPEN EXTEND ARQ-PEDIDOS-ARQUIVO
               IF WRK-FS-PEDARQ = '35'
                   OPEN OUTPUT ARQ-PEDIDOS-ARQUIVO
               END-IF
               OPEN OUTPUT ARQ-PEDIDOS-TRABALHO
               PERFORM UNTIL FIM-PED
                   READ ARQ-PEDIDOS
                       AT END
                           SET FIM-PED TO TRUE
                       NOT AT END
                           PERFORM 0420-AVALIAR-ENCERRADO
                           IF PEDIDO-ENCERRADO
                               WRITE REG-PEDIDO-ARQUIVO
                                   FROM REG-PEDIDO
                               ADD 1 TO WRK-QTD-ARQUIVADOS
                               ADD PED-VALOR TO WRK-HASH-ARQUIVADOS
                           ELSE
                               WRITE REG-PEDIDO-TRABALHO
                                   FROM REG-PEDIDO
                               ADD 1 TO WRK-QTD-MANTIDOS
                               ADD PED-VALOR TO WRK-HASH-MANTIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS ARQ-PEDIDOS-ARQUIVO
                     ARQ-PEDIDOS-TRABALHO
           END-IF.

       0420-AVALIAR-ENCERRADO.
      * Encerrado = entregue, pago antes do corte e faturado; a
      * devolucao sem cobranca do cliente nasce paga e nao tem
      * fatura.
           MOVE 'N' TO WRK-ENCERRADO.
           IF PED-STATUS = 'T'
              AND PED-DATA-PAGAMENTO > ZEROS
              AND PED-DATA-PAGAMENTO < WRK-DATA-CORTE
              AND (PED-FATURA > ZEROS
               OR (PED-TIPO = 'D' AND PED-COBRANCA-DEVOL NOT = 'C'))
               SET PEDIDO-ENCERRADO TO TRUE
           END-IF.

       0450-REGRAVAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF-TRAB.
           OPEN INPUT ARQ-PEDIDOS-TRABALHO.
           OPEN OUTPUT ARQ-PEDIDOS.
           PERFORM UNTIL FIM-TRAB
               READ ARQ-PEDIDOS-TRABALHO INTO REG-PEDIDO
                   AT END
                       SET FIM-TRAB TO TRUE
                   NOT AT END
                       WRITE REG-PEDIDO
               END-READ
           END-PERFORM.
           CLOSE ARQ-PEDIDOS-TRABALHO ARQ-PEDIDOS.

       0480-ATUALIZAR-CONTROLES.
      * P passa a contar so os vivos; H soma o que entrou no arquivo
      * morto - a soma dos dois continua fechando com o que os
      * gravadores registraram.
           MOVE 'P'                TO WRK-CTL-ARQUIVO.
           MOVE WRK-QTD-MANTIDOS   TO WRK-CTL-QTD-FIXA.
           MOVE WRK-HASH-MANTIDOS  TO WRK-CTL-HASH-FIXA.
           PERFORM 9625-FIXAR-CTL-TOTAL.
           MOVE 'H'                TO WRK-CTL-ARQUIVO.
           MOVE WRK-QTD-ARQUIVADOS TO WRK-CTL-QTD-DELTA.
           MOVE WRK-HASH-ARQUIVADOS TO WRK-CTL-HASH-DELTA.
           PERFORM 9620-SOMAR-CTL-TOTAL.
           PERFORM 9640-LER-CORTE-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-ARQ-TOTAL.
           OPEN INPUT ARQ-CORTE-ARQUIVO.
           IF WRK-FS-PEDARQC = '00'
               READ ARQ-CORTE-ARQUIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARC-QTD-ARQUIVADOS TO WRK-QTD-ARQ-TOTAL
               END-READ
               CLOSE ARQ-CORTE-ARQUIVO
           END-IF.
           ADD WRK-QTD-ARQUIVADOS TO WRK-QTD-ARQ-TOTAL.
           IF WRK-DATA-CORTE > WRK-ARC-CORTE
               MOVE WRK-DATA-CORTE TO ARC-DATA-CORTE
           ELSE
               MOVE WRK-ARC-CORTE  TO ARC-DATA-CORTE
           END-IF.
           MOVE WRK-DATA-HOJE     TO ARC-DATA-EXECUCAO.
           MOVE WRK-QTD-ARQ-TOTAL TO ARC-QTD-ARQUIVADOS.
           OPEN OUTPUT ARQ-CORTE-ARQUIVO.
           WRITE REG-CORTE-ARQUIVO.
           CLOSE ARQ-CORTE-ARQUIVO.
           ADD WRK-QTD-ARQUIVADOS TO WRK-RUN-QTD-LIDOS.

       0600-CONSULTAR-ARQUIVADO.
           DISPLAY 'NUMERO DO PEDIDO:'.
           ACCEPT WRK-PED-PROCURADO.
           MOVE 'N' TO WRK-PED-ACHADO WRK-EOF-PEDARQ.
           OPEN INPUT ARQ-PEDIDOS-ARQUIVO.
           IF WRK-FS-PEDARQ = '00'
               PERFORM UNTIL FIM-PEDARQ OR PEDIDO-ARQUIVADO
                   READ ARQ-PEDIDOS-ARQUIVO INTO REG-PEDIDO
                       AT END
                           SET FIM-PEDARQ TO TRUE
                       NOT AT END
                           IF PED-NUMERO = WRK-PED-PROCURADO
                               SET PEDIDO-ARQUIVADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS-ARQUIVO
           END-IF.
           IF NOT PEDIDO-ARQUIVADO
               DISPLAY 'PEDIDO NAO ESTA NO ARQUIVO MORTO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE PED-VALOR TO WRK-VALOR-ED
               MOVE PED-FRETE TO WRK-FRETE-ED
               DISPLAY 'PEDIDO....: ' PED-NUMERO ' ' PED-PRODUTO
               DISPLAY 'CLIENTE...: ' PED-CLIENTE ' UF: ' PED-UF
                   ' TRANSPORTADORA: ' PED-TRANSPORTADORA
               DISPLAY 'VALOR.....: ' WRK-VALOR-ED
                   ' FRETE: ' WRK-FRETE-ED
               DISPLAY 'EMISSAO...: ' PED-DATA-EMISSAO
                   ' ENTREGA: ' PED-DATA-ENTREGA
               DISPLAY 'FATURA....: ' PED-FATURA
                   ' PAGAMENTO: ' PED-DATA-PAGAMENTO
               IF PED-TIPO = 'D'
                   DISPLAY 'DEVOLUCAO DO PEDIDO ' PED-PEDIDO-ORIGEM
               END-IF
               IF PED-DEVOLUCAO > ZEROS
                   DISPLAY 'DEVOLVIDO - PEDIDO DE DEVOLUCAO '
                       PED-DEVOLUCAO
               END-IF
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'pedarqpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB116.
