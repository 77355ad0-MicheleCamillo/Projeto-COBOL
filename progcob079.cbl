      * Purpose: Razao de vales-troca - consulta de vale por numero,
      *          listagem dos vales em aberto com o passivo total,
      *          e lote de expiracao que marca vencidos os vales com
      *          validade estourada e alerta os que vencem na semana;
      *          a emissao e o resgate acontecem no caixa do
      *          PROGCOB010
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'audsel.cpy'.
            COPY 'vltsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'alrsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'vltfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'alrfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
       77 WRK-VALE-CONSULTA    PIC 9(06)   VALUE ZEROS.
       77 WRK-QTD-ABERTOS      PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-EXPIRADOS    PIC 9(05)   VALUE ZEROS.
      * Vale aberto que vence dentro de WRK-DIAS-AVISO dias vira
      * alerta do modulo LIVRARIA no lote de expiracao.
       77 WRK-DIAS-AVISO       PIC 9(02)   VALUE 7.
       77 WRK-DATA-AVISO       PIC 9(08)   VALUE ZEROS.
       77 WRK-QTD-A-VENCER     PIC 9(05)   VALUE ZEROS.
       77 WRK-PASSIVO          PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PASSIVO-ED       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'vltws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'alrws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0500-EXPIRAR-VENCIDOS.
           MOVE 'N'   TO WRK-EOF-VALES.
           MOVE ZEROS TO WRK-QTD-EXPIRADOS WRK-QTD-A-VENCER.
           COMPUTE WRK-DATA-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                + WRK-DIAS-AVISO).
           OPEN I-O ARQ-VALES.
           IF WRK-FS-VALES NOT = '00'
               DISPLAY 'NENHUM VALE EMITIDO'
                               REWRITE REG-VALE
                               ADD 1 TO WRK-QTD-EXPIRADOS
                               ADD 1 TO WRK-RUN-QTD-LIDOS
                           ELSE
                               IF VLT-SITUACAO = 'A'
                                AND VLT-DATA-VALIDADE <= WRK-DATA-AVISO
                                   PERFORM 0550-ALERTAR-VENCIMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VALES
           END-IF.
           DISPLAY 'VALES EXPIRADOS: ' WRK-QTD-EXPIRADOS.
           DISPLAY 'VALES A VENCER EM ' WRK-DIAS-AVISO ' DIAS: '
               WRK-QTD-A-VENCER.
           IF WRK-QTD-EXPIRADOS > ZEROS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB079'    TO WRK-AUD-PROGRAMA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0550-ALERTAR-VENCIMENTO.
           MOVE VLT-SALDO  TO WRK-SALDO-ED.
           MOVE 'LIVRARIA' TO WRK-ALR-MODULO.
           MOVE 1013       TO WRK-ALR-MSG-CODIGO.
           MOVE VLT-NUMERO TO WRK-ALR-CHAVE-NEGOCIO.
           STRING 'VALIDADE ' DELIMITED BY SIZE
                  VLT-DATA-VALIDADE DELIMITED BY SIZE
                  ' SALDO ' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO WRK-ALR-DETALHE
           END-STRING.
           PERFORM 9690-GRAVAR-ALERTA.
           ADD 1 TO WRK-QTD-A-VENCER.

           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'alrpp.cpy'.

       END PROGRAM PROGCOB079.
