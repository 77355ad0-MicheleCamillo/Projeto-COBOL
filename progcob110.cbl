      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Scorecard mensal das transportadoras - para cada
      *          PED-TRANSPORTADORA com entregas na competencia:
      *          percentual entregue dentro do prazo prometido na
      *          cotacao, media de dias de atraso, sinistros de
      *          OCORRENCIA.DAT por 100 embarques e custo de frete por
      *          kg - base da negociacao de tarifas com as
      *          transportadoras do TRANSPMST.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB110.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'ocosel.cpy'.
            COPY 'trpsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'ocofd.cpy'.
           COPY 'trpfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-EOF-PED          PIC X(01)   VALUE 'N'.
           88 FIM-PED          VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Acumuladores por transportadora - uma linha por codigo do
      * cadastro e, no fim, as que aparecem nos pedidos sem estar
      * cadastradas.
       01 WRK-TAB-SCORE.
           02 WRK-SCO-ENTRADA OCCURS 50 TIMES.
               03 WRK-SCO-CODIGO     PIC X(03).
               03 WRK-SCO-NOME       PIC X(20).
               03 WRK-SCO-EMBARQUES  PIC 9(05).
               03 WRK-SCO-MEDIDOS    PIC 9(05).
               03 WRK-SCO-NO-PRAZO   PIC 9(05).
               03 WRK-SCO-ATRASADOS  PIC 9(05).
               03 WRK-SCO-DIAS-ATRASO PIC 9(07).
               03 WRK-SCO-SINISTROS  PIC 9(05).
               03 WRK-SCO-FRETE      PIC 9(09)V99.
               03 WRK-SCO-PESO       PIC 9(09)V99.
       77 WRK-SCO-QTD          PIC 9(02)   VALUE ZEROS.
       77 WRK-SCO-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-SCO-ACHADO       PIC 9(02)   VALUE ZEROS.
       77 WRK-SCO-COD-PROC     PIC X(03)   VALUE SPACES.
       77 WRK-SCO-ESTOURO      PIC X(01)   VALUE 'N'.
           88 TABELA-SCO-ESTOUROU VALUE 'S'.

      * Apuracao do atraso de cada entrega contra a data prometida.
       77 WRK-DIAS-PROMETIDA   PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-ENTREGA     PIC 9(08)   VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC S9(05)  VALUE ZEROS.
       77 WRK-PESO-TARIFADO    PIC 9(06)V99 VALUE ZEROS.

      * Indicadores da linha do scorecard.
       77 WRK-PCT-NO-PRAZO     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-ATRASO     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-SIN-POR-CEM      PIC 9(03)V9 VALUE ZEROS.
       77 WRK-FRETE-POR-KG     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PCT-ED           PIC ZZ9,9   VALUE ZEROS.
       77 WRK-MEDIA-ED         PIC ZZ9,9   VALUE ZEROS.
       77 WRK-SIN-ED           PIC ZZ9,9   VALUE ZEROS.
       77 WRK-FRETE-KG-ED      PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-QTD-TOT-EMBARQUES PIC 9(06)  VALUE ZEROS.
       77 WRK-QTD-SEM-PRAZO    PIC 9(06)   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'ocows.cpy'.
           COPY 'trpws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB110' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           DISPLAY 'COMPETENCIA DAS ENTREGAS (AAAAMM, BRANCO = MES '
               'CORRENTE):'.
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-COMPETENCIA = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA(5:2) < '01' OR WRK-COMPETENCIA(5:2) > '12'
               DISPLAY 'COMPETENCIA INVALIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE 'PROGCOB110' TO WRK-REP-PROGRAMA
               MOVE 'SCORECARD DAS TRANSPORTADORAS' TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'COMPETENCIA: ' WRK-COMPETENCIA
               PERFORM 0100-CARREGAR-TRANSPORTADORAS
               PERFORM 0200-APURAR-ENTREGAS
               PERFORM 0300-APURAR-SINISTROS
               PERFORM 0400-IMPRIMIR-SCORECARD
               PERFORM 0900-GRAVAR-AUDITORIA-SCORE
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-CARREGAR-TRANSPORTADORAS.
      * O cadastro abre a tabela na ordem do codigo, para o scorecard
      * sair com o nome de cada transportadora.
           MOVE ZEROS TO WRK-SCO-QTD.
           MOVE 'N'   TO WRK-EOF-TRANSP.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WRK-FS-TRANSPORTADORAS = '00'
               PERFORM UNTIL FIM-TRANSPORTADORAS
                   READ ARQ-TRANSPORTADORAS NEXT RECORD
                       AT END
                           SET FIM-TRANSPORTADORAS TO TRUE
                       NOT AT END
                           MOVE TRP-CODIGO TO WRK-SCO-COD-PROC
                           PERFORM 0150-INCLUIR-TRANSPORTADORA
                           IF WRK-SCO-ACHADO > ZEROS
                               MOVE TRP-NOME
                                 TO WRK-SCO-NOME(WRK-SCO-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.

       0150-INCLUIR-TRANSPORTADORA.
           MOVE ZEROS TO WRK-SCO-ACHADO.
           IF WRK-SCO-QTD < 50
               ADD 1 TO WRK-SCO-QTD
               MOVE WRK-SCO-QTD TO WRK-SCO-ACHADO
               INITIALIZE WRK-SCO-ENTRADA(WRK-SCO-ACHADO)
               MOVE WRK-SCO-COD-PROC
                   TO WRK-SCO-CODIGO(WRK-SCO-ACHADO)
               MOVE '(SEM CADASTRO)'
                   TO WRK-SCO-NOME(WRK-SCO-ACHADO)
           ELSE
               SET TABELA-SCO-ESTOUROU TO TRUE
           END-IF.

       0160-LOCALIZAR-TRANSPORTADORA.
           MOVE ZEROS TO WRK-SCO-ACHADO.
           PERFORM VARYING WRK-SCO-LOOP FROM 1 BY 1
                   UNTIL WRK-SCO-LOOP > WRK-SCO-QTD
               IF WRK-SCO-CODIGO(WRK-SCO-LOOP) = WRK-SCO-COD-PROC
                   MOVE WRK-SCO-LOOP TO WRK-SCO-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-SCO-ACHADO = ZEROS
               PERFORM 0150-INCLUIR-TRANSPORTADORA
           END-IF.

       0200-APURAR-ENTREGAS.
      * Entram os pedidos entregues na competencia (data efetiva do
      * retorno da transportadora); o pedido antigo, gravado antes
      * da data prometida existir, conta no custo mas nao no prazo.
           MOVE 'N' TO WRK-EOF-PED.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS = '00'
               PERFORM UNTIL FIM-PED
                   READ ARQ-PEDIDOS
                       AT END
                           SET FIM-PED TO TRUE
                       NOT AT END
                           IF PED-DATA-ENTREGA > ZEROS
                            AND PED-DATA-ENTREGA(1:6) = WRK-COMPETENCIA
                               PERFORM 0250-SOMAR-ENTREGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           ELSE
               DISPLAY 'ARQUIVO DE PEDIDOS (PEDIDOS.DAT) NAO '
                   'ENCONTRADO'
           END-IF.

       0250-SOMAR-ENTREGA.
           MOVE PED-TRANSPORTADORA TO WRK-SCO-COD-PROC.
           PERFORM 0160-LOCALIZAR-TRANSPORTADORA.
           IF WRK-SCO-ACHADO = ZEROS
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - PEDIDO '
                   PED-NUMERO ' FORA DO SCORECARD'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               ADD 1 TO WRK-SCO-EMBARQUES(WRK-SCO-ACHADO)
                        WRK-QTD-TOT-EMBARQUES
                        WRK-RUN-QTD-LIDOS
               ADD PED-FRETE TO WRK-SCO-FRETE(WRK-SCO-ACHADO)
               IF PED-PESO-CUBADO > PED-PESO
                   MOVE PED-PESO-CUBADO TO WRK-PESO-TARIFADO
               ELSE
                   MOVE PED-PESO TO WRK-PESO-TARIFADO
               END-IF
               ADD WRK-PESO-TARIFADO TO WRK-SCO-PESO(WRK-SCO-ACHADO)
               IF PED-DATA-PROMETIDA = ZEROS
                   ADD 1 TO WRK-QTD-SEM-PRAZO
               ELSE
                   PERFORM 0260-MEDIR-PRAZO
               END-IF
           END-IF.

       0260-MEDIR-PRAZO.
           COMPUTE WRK-DIAS-PROMETIDA =
               FUNCTION INTEGER-OF-DATE(PED-DATA-PROMETIDA).
           COMPUTE WRK-DIAS-ENTREGA =
               FUNCTION INTEGER-OF-DATE(PED-DATA-ENTREGA).
           COMPUTE WRK-DIAS-ATRASO =
               WRK-DIAS-ENTREGA - WRK-DIAS-PROMETIDA.
           ADD 1 TO WRK-SCO-MEDIDOS(WRK-SCO-ACHADO).
           IF WRK-DIAS-ATRASO > ZEROS
               ADD 1 TO WRK-SCO-ATRASADOS(WRK-SCO-ACHADO)
               ADD WRK-DIAS-ATRASO
                   TO WRK-SCO-DIAS-ATRASO(WRK-SCO-ACHADO)
           ELSE
               ADD 1 TO WRK-SCO-NO-PRAZO(WRK-SCO-ACHADO)
           END-IF.

       0300-APURAR-SINISTROS.
      * Sinistro conta na competencia em que a ocorrencia foi
      * registrada, contra a transportadora gravada na ocorrencia.
           MOVE 'N' TO WRK-EOF-OCORRENCIAS.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF WRK-FS-OCORRENCIAS = '00'
               PERFORM UNTIL FIM-OCORRENCIAS
                   READ ARQ-OCORRENCIAS NEXT RECORD
                       AT END
                           SET FIM-OCORRENCIAS TO TRUE
                       NOT AT END
                           IF OCO-DATA(1:6) = WRK-COMPETENCIA
                               MOVE OCO-TRANSPORTADORA
                                   TO WRK-SCO-COD-PROC
                               PERFORM 0160-LOCALIZAR-TRANSPORTADORA
                               IF WRK-SCO-ACHADO > ZEROS
                                   ADD 1 TO
                                     WRK-SCO-SINISTROS(WRK-SCO-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OCORRENCIAS
           END-IF.

       0400-IMPRIMIR-SCORECARD.
           DISPLAY 'COD NOME                 EMBARQ  NO PRAZO%'
               ' ATRASO MED SINIST/100 FRETE/KG'.
           PERFORM VARYING WRK-SCO-LOOP FROM 1 BY 1
                   UNTIL WRK-SCO-LOOP > WRK-SCO-QTD
               IF WRK-SCO-EMBARQUES(WRK-SCO-LOOP) > ZEROS
                OR WRK-SCO-SINISTROS(WRK-SCO-LOOP) > ZEROS
                   PERFORM 0450-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           DISPLAY '-------------------------------------'.
           DISPLAY 'EMBARQUES ENTREGUES NA COMPETENCIA: '
               WRK-QTD-TOT-EMBARQUES.
           DISPLAY 'SEM DATA PROMETIDA (FORA DO PRAZO%): '
               WRK-QTD-SEM-PRAZO.
           IF TABELA-SCO-ESTOUROU
               DISPLAY 'ATENCAO: MAIS DE 50 TRANSPORTADORAS - '
                   'SCORECARD INCOMPLETO'
           END-IF.

       0450-IMPRIMIR-LINHA.
      * Percentual no prazo e media de atraso sobre as entregas com
      * data prometida; sinistros por 100 embarques entregues; frete
      * por kg sobre o peso tarifado (maior entre real e cubado).
           MOVE ZEROS TO WRK-PCT-NO-PRAZO WRK-MEDIA-ATRASO
                         WRK-SIN-POR-CEM WRK-FRETE-POR-KG.
           IF WRK-SCO-MEDIDOS(WRK-SCO-LOOP) > ZEROS
               COMPUTE WRK-PCT-NO-PRAZO ROUNDED =
                   WRK-SCO-NO-PRAZO(WRK-SCO-LOOP) * 100
                   / WRK-SCO-MEDIDOS(WRK-SCO-LOOP)
           END-IF.
           IF WRK-SCO-ATRASADOS(WRK-SCO-LOOP) > ZEROS
               COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                   WRK-SCO-DIAS-ATRASO(WRK-SCO-LOOP)
                   / WRK-SCO-ATRASADOS(WRK-SCO-LOOP)
           END-IF.
           IF WRK-SCO-EMBARQUES(WRK-SCO-LOOP) > ZEROS
               COMPUTE WRK-SIN-POR-CEM ROUNDED =
                   WRK-SCO-SINISTROS(WRK-SCO-LOOP) * 100
                   / WRK-SCO-EMBARQUES(WRK-SCO-LOOP)
           END-IF.
           IF WRK-SCO-PESO(WRK-SCO-LOOP) > ZEROS
               COMPUTE WRK-FRETE-POR-KG ROUNDED =
                   WRK-SCO-FRETE(WRK-SCO-LOOP)
                   / WRK-SCO-PESO(WRK-SCO-LOOP)
           END-IF.
           MOVE WRK-PCT-NO-PRAZO TO WRK-PCT-ED.
           MOVE WRK-MEDIA-ATRASO TO WRK-MEDIA-ED.
           MOVE WRK-SIN-POR-CEM  TO WRK-SIN-ED.
           MOVE WRK-FRETE-POR-KG TO WRK-FRETE-KG-ED.
           DISPLAY WRK-SCO-CODIGO(WRK-SCO-LOOP) ' '
               WRK-SCO-NOME(WRK-SCO-LOOP) ' '
               WRK-SCO-EMBARQUES(WRK-SCO-LOOP) '   '
               WRK-PCT-ED '      ' WRK-MEDIA-ED '      '
               WRK-SIN-ED '   ' WRK-FRETE-KG-ED.

       0900-GRAVAR-AUDITORIA-SCORE.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB110'     TO WRK-AUD-PROGRAMA.
           MOVE 'SCORECARD'      TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-COMPETENCIA  TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-TOT-EMBARQUES TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB110.
