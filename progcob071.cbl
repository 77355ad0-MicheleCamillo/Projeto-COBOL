      *          sobre o peso tarifado (maior entre real e cubado) e
      *          os adicionais do 0225 pelas aliquotas configuradas -
      *          e reporta frete antigo x novo por UF e no total, sem
      *          tocar na tarifa viva nem nos pedidos. Periodo que
      *          comeca antes do corte do arquivo morto reprecifica
      *          tambem os pedidos arquivados (PEDARQ.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'pedsel.cpy'.
            COPY 'pedarqsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-TARIFA-SIM ASSIGN TO 'TARIFSIM.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-TARIFA-SIM.
            COPY 'prmsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'pedfd.cpy'.
           COPY 'pedarqfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.

      * Tarifa proposta - mesmo layout de TARIFAUF.DAT, carregada de
      * um arquivo separado para a tarifa viva ficar intocada.
           05 TSM-UF               PIC X(02).
           05 TSM-MULTIPLICADOR    PIC 9(01)V99.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS       PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDSEQ        PIC X(02)   VALUE '00'.
       77 WRK-FS-TARIFA-SIM    PIC X(02)   VALUE '00'.
       77 WRK-EOF-PED          PIC X(01)   VALUE 'N'.
           88 FIM-PED          VALUE 'S'.
       77 WRK-EOF-TARIFA-SIM   PIC X(01)   VALUE 'N'.
       77 WRK-DELTA-ED         PIC +Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'pedarqws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'prmws.cpy'.
      * Mesmas aliquotas de adicionais da cotacao viva (PROGCOB05),
      * as vigentes hoje no parametro TAXASFRE.
       01  REG-CFG-TAXAS.
           05 CFG-PERC-ADVALOREM PIC 9(02)V99.
           05 CFG-PERC-GRIS      PIC 9(02)V99.
           05 CFG-VALOR-PEDAGIO  PIC 9(04)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           END-IF.
           PERFORM 0150-CARREGAR-TARIFA-SIM.
           PERFORM 0185-LER-CFG-TAXAS.
           PERFORM 9640-LER-CORTE-ARQUIVO.

       0150-CARREGAR-TARIFA-SIM.
           OPEN INPUT ARQ-TARIFA-SIM.
           END-IF.

       0185-LER-CFG-TAXAS.
           MOVE 'TAXASFRE' TO WRK-PRM-CODIGO.
           MOVE SPACES     TO WRK-PRM-ARGUMENTO.
           MOVE ZEROS      TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-TAXAS
               MOVE CFG-PERC-ADVALOREM TO WRK-PERC-ADVALOREM
               MOVE CFG-PERC-GRIS      TO WRK-PERC-GRIS
               MOVE CFG-VALOR-PEDAGIO  TO WRK-VALOR-PEDAGIO
           END-IF.

       0300-SIMULAR-PEDIDOS.
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.
           IF WRK-DATA-DE < WRK-ARC-CORTE
               PERFORM 0320-SIMULAR-ARQUIVADOS
           END-IF.

       0320-SIMULAR-ARQUIVADOS.
           MOVE 'N' TO WRK-EOF-PEDARQ.
           OPEN INPUT ARQ-PEDIDOS-ARQUIVO.
           IF WRK-FS-PEDARQ = '00'
               PERFORM UNTIL FIM-PEDARQ
                   READ ARQ-PEDIDOS-ARQUIVO INTO REG-PEDIDO
                       AT END
                           SET FIM-PEDARQ TO TRUE
                       NOT AT END
                           IF PED-DATA-EMISSAO >= WRK-DATA-DE
                               AND PED-DATA-EMISSAO <= WRK-DATA-ATE
                               AND PED-STATUS NOT = 'X'
                               PERFORM 0350-REPRECIFICAR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS-ARQUIVO
           END-IF.

       0350-REPRECIFICAR-PEDIDO.
      * Mesmo caminho da cotacao viva: frete-base pela tarifa
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'pedarqpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'prmpp.cpy'.

       END PROGRAM PROGCOB071.
