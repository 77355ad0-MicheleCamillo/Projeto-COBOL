      *          cliente os metros-cubicos-dia ocupados na competencia
      *          a partir dos movimentos de deposito (ESPMOV.DAT, base
      *          comercial de 30 dias), aplica a tarifa contratada por
      *          M3/dia (parametro ARMTARIF vigente no fim da
      *          competencia), imprime a fatura de armazenagem e
      *          posta a receita no razao como os demais modulos
      *          postam; cada fatura fica registrada como
      *          titulo a receber em ARMFAT.DAT, vencendo no prazo do
      *          cliente
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'armsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-ESPACO-MOV ASSIGN TO 'ESPMOV.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-ESPMOV.
            COPY 'prmsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'armfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'prmfd.cpy'.

      * Mesmo layout do movimento gravado pelo PROGCOB038.
       FD  ARQ-ESPACO-MOV.
           05 MOV-NIVEL         PIC X(02).
           05 MOV-REFERENCIA    PIC X(15).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ESPMOV        PIC X(02)   VALUE '00'.
       77 WRK-EOF-MOV          PIC X(01)   VALUE 'N'.
           88 FIM-MOV          VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-FIM-MES          PIC 9(08)   VALUE ZEROS.
               03 WRK-TAM-CLIENTE   PIC X(06)    VALUE SPACES.
               03 WRK-TAM-VALOR     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TAM-QTD          PIC 9(02)   VALUE ZEROS.
      * Tarifa contratada de armazenagem por cliente - valor por
      * metro cubico por dia (ARMTARIF, argumento = cliente).
       01  REG-TARIFA-ARM.
           05 TAM-CLIENTE       PIC X(06).
           05 TAM-VALOR-M3-DIA  PIC 9(04)V99.

      * Metros-cubicos-dia por cliente na competencia.
       01 WRK-TAB-CLIENTES-ARM.
       77 WRK-ARM-VALOR-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ARM-TOTAL        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-ARM-TOTAL-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ARM-PRAZO        PIC 9(03)   VALUE ZEROS.
       77 WRK-ARM-VENCIMENTO   PIC 9(08)   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'susws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'cliws.cpy'.
           COPY 'armws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'prmws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 9790-VERIFICAR-PERIODO.

       0100-CARREGAR-TARIFAS.
           MOVE 'ARMTARIF'  TO WRK-PRM-CODIGO.
           MOVE WRK-FIM-MES TO WRK-PRM-DATA-REF.
           PERFORM 9685-CARREGAR-TABELA-PARAM.
           PERFORM VARYING WRK-PRV-LOOP FROM 1 BY 1
                   UNTIL WRK-PRV-LOOP > WRK-PRV-QTD
               MOVE WRK-PRV-VALOR(WRK-PRV-LOOP) TO REG-TARIFA-ARM
               IF WRK-TAM-QTD < 50
                AND TAM-VALOR-M3-DIA IS NUMERIC
                   ADD 1 TO WRK-TAM-QTD
                   MOVE TAM-CLIENTE
                       TO WRK-TAM-CLIENTE(WRK-TAM-QTD)
                   MOVE TAM-VALOR-M3-DIA
                       TO WRK-TAM-VALOR(WRK-TAM-QTD)
               END-IF
           END-PERFORM.

       0200-APURAR-M3-DIAS.
      * Integral de ocupacao na base comercial de 30 dias: cada
      * demais modulos postam suas receitas.
               MOVE '0000'       TO WRK-RAZ-CENTRO
               MOVE 'PROGCOB072' TO WRK-RAZ-PROGRAMA
               SET DOC-ARMAZENAGEM TO TRUE
               MOVE SPACES TO WRK-RAZ-DOC-NUMERO
               STRING WRK-ARM-CLIENTE(WRK-ARM-LOOP) WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-RAZ-DOC-NUMERO
               END-STRING
               MOVE '112100'     TO WRK-RAZ-CONTA-DEB
               MOVE '414000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'RECEITA DE ARMAZENAGEM' TO WRK-RAZ-DESCRICAO
               MOVE WRK-ARM-VALOR TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
               PERFORM 0470-REGISTRAR-TITULO-ARM
           END-IF.

       0470-REGISTRAR-TITULO-ARM.
      * Titulo a receber da fatura, vencendo no prazo do cliente
      * (30 dias sem cadastro); refaturar a competencia atualiza o
      * valor sem desfazer uma baixa ja registrada.
           MOVE 30 TO WRK-ARM-PRAZO.
           MOVE WRK-ARM-CLIENTE(WRK-ARM-LOOP) TO WRK-CLI-PROCURADO.
           PERFORM 9570-VALIDAR-CLIENTE.
           IF CLIENTE-VALIDO AND CLI-PRAZO-DIAS > ZEROS
               MOVE CLI-PRAZO-DIAS TO WRK-ARM-PRAZO
           END-IF.
           COMPUTE WRK-ARM-VENCIMENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                + WRK-ARM-PRAZO).
           OPEN I-O ARQ-FATURAS-ARM.
           IF WRK-FS-FATARM = '35'
               OPEN OUTPUT ARQ-FATURAS-ARM
               CLOSE ARQ-FATURAS-ARM
               OPEN I-O ARQ-FATURAS-ARM
           END-IF.
           MOVE WRK-ARM-CLIENTE(WRK-ARM-LOOP) TO AFT-CLIENTE.
           MOVE WRK-COMPETENCIA TO AFT-COMPETENCIA.
           READ ARQ-FATURAS-ARM
               INVALID KEY
                   MOVE WRK-ARM-CLIENTE(WRK-ARM-LOOP) TO AFT-CLIENTE
                   MOVE WRK-COMPETENCIA    TO AFT-COMPETENCIA
                   MOVE WRK-ARM-VALOR      TO AFT-VALOR
                   MOVE WRK-DATA-HOJE      TO AFT-DATA-EMISSAO
                   MOVE WRK-ARM-VENCIMENTO TO AFT-DATA-VENCIMENTO
                   MOVE ZEROS              TO AFT-DATA-PAGAMENTO
                   WRITE REG-FATURA-ARM
               NOT INVALID KEY
                   MOVE WRK-ARM-VALOR      TO AFT-VALOR
                   MOVE WRK-DATA-HOJE      TO AFT-DATA-EMISSAO
                   MOVE WRK-ARM-VENCIMENTO TO AFT-DATA-VENCIMENTO
                   REWRITE REG-FATURA-ARM
           END-READ.
           CLOSE ARQ-FATURAS-ARM.
           DISPLAY 'VENCIMENTO......: ' WRK-ARM-VENCIMENTO.

       0800-FINALIZAR.
           MOVE WRK-ARM-TOTAL TO WRK-ARM-TOTAL-ED.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'clipp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'prmpp.cpy'.

       END PROGRAM PROGCOB072.
