      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Calendario anual de CALENDARIO.DAT, chaveado pela
      *          data completa - a rodada anual gera os feriados
      *          moveis do ano pela data da Pascoa (Carnaval, Sexta-
      *          feira Santa e Corpus Christi), repete no ano novo as
      *          datas fixas do ano anterior (origem A: feriados
      *          nacionais fixos e feriados locais) e converte os
      *          registros do layout antigo, sem ano. Inclui e exclui
      *          feriados nacionais, da loja ou da faixa de CEP da
      *          cidade e dias de prova de recuperacao. Restrito a
      *          SUPERVISOR e ADM pelo sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB135.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'calsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'calfd.cpy'.
           COPY 'runfd.cpy'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-CALENDARIO  VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Data nova do calendario - mesmo layout de uma entrada da
      * tabela de calws.cpy, para acrescentar com um MOVE so.
       01 WRK-CLD-NOVA.
           03 WRK-CLD-NOVA-DATA.
               04 WRK-CLD-NOVA-ANO     PIC 9(04) VALUE ZEROS.
               04 WRK-CLD-NOVA-MES     PIC 9(02) VALUE ZEROS.
               04 WRK-CLD-NOVA-DIA     PIC 9(02) VALUE ZEROS.
           03 WRK-CLD-NOVA-TIPO        PIC X(01) VALUE SPACES.
           03 WRK-CLD-NOVA-DESCRICAO   PIC X(30) VALUE SPACES.
           03 WRK-CLD-NOVA-ABRANGENCIA PIC X(01) VALUE SPACES.
               88 NOVA-NACIONAL        VALUE 'N'.
               88 NOVA-LOJA            VALUE 'L'.
               88 NOVA-CIDADE          VALUE 'C'.
           03 WRK-CLD-NOVA-LOJA        PIC 9(04) VALUE ZEROS.
           03 WRK-CLD-NOVA-CEP-INICIO  PIC 9(08) VALUE ZEROS.
           03 WRK-CLD-NOVA-CEP-FIM     PIC 9(08) VALUE ZEROS.
           03 WRK-CLD-NOVA-ORIGEM      PIC X(01) VALUE SPACES.
       77 WRK-CLD-TROCA        PIC X(61)   VALUE SPACES.

      * Subscritos da tabela do calendario.
       77 WRK-CLD-I            PIC 9(03)   VALUE ZEROS.
       77 WRK-CLD-J            PIC 9(03)   VALUE ZEROS.
       77 WRK-CLD-MENOR        PIC 9(03)   VALUE ZEROS.
       77 WRK-CLD-QTD-INICIAL  PIC 9(03)   VALUE ZEROS.
       77 WRK-CLD-ACHOU        PIC X(01)   VALUE 'N'.
           88 DATA-JA-EXISTE   VALUE 'S'.
       77 WRK-CLD-ACRESCENTOU  PIC X(01)   VALUE 'N'.
           88 DATA-ACRESCENTADA VALUE 'S'.
       77 WRK-CLD-OK           PIC X(01)   VALUE 'S'.
           88 DADOS-OK         VALUE 'S'.
       77 WRK-CLD-ABR-DESC     PIC X(24)   VALUE SPACES.
       77 WRK-CLD-ANO-DESC     PIC X(08)   VALUE SPACES.
       77 WRK-CLD-REPETE       PIC X(01)   VALUE 'N'.
           88 REPETE-TODO-ANO  VALUE 'S'.
       77 WRK-CLD-NUMERO       PIC 9(03)   VALUE ZEROS.
       77 WRK-CLD-DATA-PEDIDA  PIC 9(08)   VALUE ZEROS.

      * Rodada anual.
       77 WRK-ANO-GERAR        PIC 9(04)   VALUE ZEROS.
       77 WRK-ANO-ANTERIOR     PIC 9(04)   VALUE ZEROS.
       77 WRK-QTD-REGERADAS    PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-REPETIDAS    PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-CONVERTIDAS  PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-GERADAS      PIC 9(03)   VALUE ZEROS.
       77 WRK-QTD-LISTADAS     PIC 9(03)   VALUE ZEROS.

      * Calculo da Pascoa (algoritmo gregoriano de Meeus/Jones/
      * Butcher) e das datas moveis contadas a partir dela.
       77 WRK-PSC-A            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-B            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-C            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-D            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-E            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-F            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-G            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-H            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-I            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-K            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-L            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-M            PIC 9(04)   VALUE ZEROS.
       77 WRK-PSC-MES          PIC 9(02)   VALUE ZEROS.
       77 WRK-PSC-DIA          PIC 9(02)   VALUE ZEROS.
       77 WRK-PSC-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-PSC-INT          PIC 9(08)   VALUE ZEROS.
       77 WRK-MOVEL-INT        PIC 9(08)   VALUE ZEROS.
       77 WRK-MOVEL-DATA       PIC 9(08)   VALUE ZEROS.

      * Feriados moveis: dias a partir do domingo de Pascoa.
       01 WRK-TAB-MOVEIS-DADOS.
           05 FILLER PIC X(34) VALUE '-048CARNAVAL (SEGUNDA-FEIRA)'.
           05 FILLER PIC X(34) VALUE '-047CARNAVAL (TERCA-FEIRA)'.
           05 FILLER PIC X(34) VALUE '-002SEXTA-FEIRA SANTA'.
           05 FILLER PIC X(34) VALUE '+060CORPUS CHRISTI'.
       01 WRK-TAB-MOVEIS REDEFINES WRK-TAB-MOVEIS-DADOS.
           05 WRK-MOV-ENTRADA OCCURS 4 TIMES.
               10 WRK-MOV-DIAS      PIC S9(03)
                                     SIGN IS LEADING SEPARATE.
               10 WRK-MOV-DESCRICAO PIC X(30).
       77 WRK-MOV-LOOP         PIC 9(01)   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'calws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB135' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
            OR (NOT SUPERVISOR AND NOT ADM)
               DISPLAY 'CALENDARIO RESTRITO A SUPERVISOR OU ADM'
               MOVE 'PROGCOB135' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'CALENDARIO NEGADO' TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               PERFORM 0170-CARREGAR-CALENDARIO
               PERFORM UNTIL SAIR-CALENDARIO
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== CALENDARIO ANUAL ====='.
           DISPLAY '1 - GERAR CALENDARIO DO ANO'.
           DISPLAY '2 - INCLUIR FERIADO OU DATA'.
           DISPLAY '3 - EXCLUIR FERIADO OU DATA'.
           DISPLAY '4 - LISTAR CALENDARIO DO ANO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-GERAR-ANO
               WHEN 2
                   PERFORM 0500-INCLUIR-DATA
               WHEN 3
                   PERFORM 0600-EXCLUIR-DATA
               WHEN 4
                   PERFORM 0700-LISTAR-ANO
               WHEN 0
                   SET SAIR-CALENDARIO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-GERAR-ANO.
      * Rodada anual, que pode ser repetida: as datas geradas antes
      * para o ano saem e sao geradas de novo; as de origem A do ano
      * anterior sao repetidas se ainda nao existirem no ano.
           DISPLAY 'ANO A GERAR (AAAA):'.
           ACCEPT WRK-ANO-GERAR.
           IF WRK-ANO-GERAR < 1601
               DISPLAY 'ANO INVALIDO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-GERAR - 1
               MOVE ZEROS TO WRK-QTD-REGERADAS WRK-QTD-REPETIDAS
                             WRK-QTD-CONVERTIDAS WRK-QTD-GERADAS
               MOVE WRK-CAL-QTD TO WRK-CLD-QTD-INICIAL
               PERFORM VARYING WRK-CLD-I FROM 1 BY 1
                       UNTIL WRK-CLD-I > WRK-CLD-QTD-INICIAL
                   PERFORM 0310-PREPARAR-ENTRADA
               END-PERFORM
               PERFORM VARYING WRK-CLD-I FROM 1 BY 1
                       UNTIL WRK-CLD-I > WRK-CLD-QTD-INICIAL
                   IF WRK-CAL-ANO(WRK-CLD-I) = WRK-ANO-ANTERIOR
                    AND WRK-CAL-ORIGEM(WRK-CLD-I) = 'A'
                    AND WRK-CAL-TIPO(WRK-CLD-I) NOT = SPACES
                       PERFORM 0330-REPETIR-DATA-FIXA
                   END-IF
               END-PERFORM
               PERFORM 0350-CALCULAR-PASCOA
               PERFORM VARYING WRK-MOV-LOOP FROM 1 BY 1
                       UNTIL WRK-MOV-LOOP > 4
                   PERFORM 0360-GERAR-MOVEL
               END-PERFORM
      * Convertidos do layout antigo que nao coincidiram com um
      * movel do ano ficam como data fixa anual.
               PERFORM VARYING WRK-CLD-I FROM 1 BY 1
                       UNTIL WRK-CLD-I > WRK-CAL-QTD
                   IF WRK-CAL-ORIGEM(WRK-CLD-I) = 'C'
                       MOVE 'A' TO WRK-CAL-ORIGEM(WRK-CLD-I)
                   END-IF
               END-PERFORM
               PERFORM 0900-GRAVAR-CALENDARIO
               DISPLAY 'CALENDARIO ' WRK-ANO-GERAR ' GERADO'
               DISPLAY 'PASCOA.............: ' WRK-PSC-DIA '/'
                   WRK-PSC-MES '/' WRK-ANO-GERAR
               DISPLAY 'MOVEIS GERADOS.....: ' WRK-QTD-GERADAS
               DISPLAY 'GERADOS ANTES/REFEITOS: ' WRK-QTD-REGERADAS
               DISPLAY 'FIXOS REPETIDOS....: ' WRK-QTD-REPETIDAS
               DISPLAY 'CONVERTIDOS DO LAYOUT ANTIGO: '
                   WRK-QTD-CONVERTIDAS
               ADD WRK-QTD-GERADAS   TO WRK-RUN-QTD-LIDOS
               ADD WRK-QTD-REPETIDAS TO WRK-RUN-QTD-LIDOS
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB135'        TO WRK-AUD-PROGRAMA
               MOVE 'CALENDARIO-GERADO' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-ANO-GERAR       TO WRK-AUD-VALOR-ENTRADA
               MOVE SPACES              TO WRK-AUD-VALOR-SAIDA
               STRING 'MOVEIS ' DELIMITED BY SIZE
                      WRK-QTD-GERADAS DELIMITED BY SIZE
                      ' FIXOS ' DELIMITED BY SIZE
                      WRK-QTD-REPETIDAS DELIMITED BY SIZE
                      INTO WRK-AUD-VALOR-SAIDA
               END-STRING
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0310-PREPARAR-ENTRADA.
      * Gerado antes para o ano: sai para ser gerado de novo.
      * Layout antigo (ano zero): prova de recuperacao passa a ser
      * do ano gerado; feriado vira data fixa do ano (origem C ate o
      * fim da rodada) e vai para conferencia no relatorio, ja que o
      * arquivo antigo nao distingue feriado fixo de movel.
           EVALUATE TRUE
               WHEN WRK-CAL-TIPO(WRK-CLD-I) = SPACES
                   CONTINUE
               WHEN WRK-CAL-ANO(WRK-CLD-I) = WRK-ANO-GERAR
                AND WRK-CAL-ORIGEM(WRK-CLD-I) = 'G'
                   MOVE SPACES TO WRK-CAL-TIPO(WRK-CLD-I)
                   ADD 1 TO WRK-QTD-REGERADAS
               WHEN WRK-CAL-ANO(WRK-CLD-I) = ZEROS
                   MOVE WRK-ANO-GERAR TO WRK-CAL-ANO(WRK-CLD-I)
                   IF WRK-CAL-TIPO(WRK-CLD-I) = 'H'
                       MOVE 'C' TO WRK-CAL-ORIGEM(WRK-CLD-I)
                       DISPLAY 'CONFERIR - CONVERTIDO COMO FIXO ANUAL: '
                           WRK-CAL-DIA(WRK-CLD-I) '/'
                           WRK-CAL-MES(WRK-CLD-I) ' '
                           WRK-CAL-DESCRICAO(WRK-CLD-I)
                   ELSE
                       MOVE 'M' TO WRK-CAL-ORIGEM(WRK-CLD-I)
                   END-IF
                   ADD 1 TO WRK-QTD-CONVERTIDAS
           END-EVALUATE.

       0330-REPETIR-DATA-FIXA.
      * Mesmo dia/mes no ano gerado; 29/02 so em ano bissexto.
           MOVE WRK-CAL-ENTRADA(WRK-CLD-I) TO WRK-CLD-NOVA.
           MOVE WRK-ANO-GERAR TO WRK-CLD-NOVA-ANO.
           MOVE WRK-CLD-NOVA-ANO TO WRK-DTV-ANO.
           MOVE WRK-CLD-NOVA-MES TO WRK-DTV-MES.
           MOVE WRK-CLD-NOVA-DIA TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           IF DATA-VALIDA
               PERFORM 0380-PROCURAR-DATA
               IF NOT DATA-JA-EXISTE
                   PERFORM 0390-ACRESCENTAR-DATA
                   IF DATA-ACRESCENTADA
                       ADD 1 TO WRK-QTD-REPETIDAS
                   END-IF
               END-IF
           END-IF.

       0350-CALCULAR-PASCOA.
           COMPUTE WRK-PSC-A = FUNCTION MOD(WRK-ANO-GERAR, 19).
           COMPUTE WRK-PSC-B = WRK-ANO-GERAR / 100.
           COMPUTE WRK-PSC-C = FUNCTION MOD(WRK-ANO-GERAR, 100).
           COMPUTE WRK-PSC-D = WRK-PSC-B / 4.
           COMPUTE WRK-PSC-E = FUNCTION MOD(WRK-PSC-B, 4).
           COMPUTE WRK-PSC-F = (WRK-PSC-B + 8) / 25.
           COMPUTE WRK-PSC-G = (WRK-PSC-B - WRK-PSC-F + 1) / 3.
           COMPUTE WRK-PSC-H = FUNCTION MOD((19 * WRK-PSC-A + WRK-PSC-B
               - WRK-PSC-D - WRK-PSC-G + 15), 30).
           COMPUTE WRK-PSC-I = WRK-PSC-C / 4.
           COMPUTE WRK-PSC-K = FUNCTION MOD(WRK-PSC-C, 4).
           COMPUTE WRK-PSC-L = FUNCTION MOD((32 + 2 * WRK-PSC-E
               + 2 * WRK-PSC-I - WRK-PSC-H - WRK-PSC-K), 7).
           COMPUTE WRK-PSC-M = (WRK-PSC-A + 11 * WRK-PSC-H
               + 22 * WRK-PSC-L) / 451.
           COMPUTE WRK-PSC-MES = (WRK-PSC-H + WRK-PSC-L
               - 7 * WRK-PSC-M + 114) / 31.
           COMPUTE WRK-PSC-DIA = FUNCTION MOD((WRK-PSC-H + WRK-PSC-L
               - 7 * WRK-PSC-M + 114), 31) + 1.
           COMPUTE WRK-PSC-DATA = WRK-ANO-GERAR * 10000
               + WRK-PSC-MES * 100 + WRK-PSC-DIA.
           COMPUTE WRK-PSC-INT = FUNCTION INTEGER-OF-DATE(WRK-PSC-DATA).

       0360-GERAR-MOVEL.
           COMPUTE WRK-MOVEL-INT = WRK-PSC-INT
               + WRK-MOV-DIAS(WRK-MOV-LOOP).
           COMPUTE WRK-MOVEL-DATA =
               FUNCTION DATE-OF-INTEGER(WRK-MOVEL-INT).
           INITIALIZE WRK-CLD-NOVA.
           MOVE WRK-MOVEL-DATA TO WRK-CLD-NOVA-DATA.
           MOVE 'H'            TO WRK-CLD-NOVA-TIPO.
           MOVE WRK-MOV-DESCRICAO(WRK-MOV-LOOP)
               TO WRK-CLD-NOVA-DESCRICAO.
           MOVE 'N'            TO WRK-CLD-NOVA-ABRANGENCIA.
           MOVE 'G'            TO WRK-CLD-NOVA-ORIGEM.
      * Convertido do layout antigo na mesma data e o proprio movel
      * de um ano passado - sai, o gerado o substitui.
           PERFORM VARYING WRK-CLD-J FROM 1 BY 1
                   UNTIL WRK-CLD-J > WRK-CAL-QTD
               IF WRK-CAL-DATA(WRK-CLD-J) = WRK-CLD-NOVA-DATA
                AND WRK-CAL-ORIGEM(WRK-CLD-J) = 'C'
                AND WRK-CAL-TIPO(WRK-CLD-J) = 'H'
                   MOVE SPACES TO WRK-CAL-TIPO(WRK-CLD-J)
               END-IF
           END-PERFORM.
           PERFORM 0390-ACRESCENTAR-DATA.
           IF DATA-ACRESCENTADA
               ADD 1 TO WRK-QTD-GERADAS
               DISPLAY 'GERADO: ' WRK-CLD-NOVA-DIA '/'
                   WRK-CLD-NOVA-MES '/' WRK-CLD-NOVA-ANO ' '
                   WRK-CLD-NOVA-DESCRICAO
           END-IF.

       0380-PROCURAR-DATA.
      * Ja existe no calendario a mesma data, tipo e abrangencia?
           MOVE 'N' TO WRK-CLD-ACHOU.
           PERFORM VARYING WRK-CLD-J FROM 1 BY 1
                   UNTIL WRK-CLD-J > WRK-CAL-QTD OR DATA-JA-EXISTE
               IF WRK-CAL-DATA(WRK-CLD-J) = WRK-CLD-NOVA-DATA
                AND WRK-CAL-TIPO(WRK-CLD-J) = WRK-CLD-NOVA-TIPO
                AND WRK-CAL-ABRANGENCIA(WRK-CLD-J)
                    = WRK-CLD-NOVA-ABRANGENCIA
                AND WRK-CAL-LOJA(WRK-CLD-J) = WRK-CLD-NOVA-LOJA
                AND WRK-CAL-CEP-INICIO(WRK-CLD-J)
                    = WRK-CLD-NOVA-CEP-INICIO
                AND WRK-CAL-CEP-FIM(WRK-CLD-J) = WRK-CLD-NOVA-CEP-FIM
                   SET DATA-JA-EXISTE TO TRUE
               END-IF
           END-PERFORM.

       0390-ACRESCENTAR-DATA.
           MOVE 'N' TO WRK-CLD-ACRESCENTOU.
           IF WRK-CAL-QTD < 500
               ADD 1 TO WRK-CAL-QTD
               MOVE WRK-CLD-NOVA TO WRK-CAL-ENTRADA(WRK-CAL-QTD)
               SET DATA-ACRESCENTADA TO TRUE
           ELSE
               DISPLAY 'CALENDARIO CHEIO (MAX 500) - NAO INCLUIDO: '
                   WRK-CLD-NOVA-DATA ' ' WRK-CLD-NOVA-DESCRICAO
               MOVE 'PROGCOB135' TO EXC-PROGRAMA
               MOVE 'CALENDARIO CHEIO (MAX 500)' TO EXC-MENSAGEM
               MOVE WRK-CLD-NOVA TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0500-INCLUIR-DATA.
           INITIALIZE WRK-CLD-NOVA.
           SET DADOS-OK TO TRUE.
           DISPLAY 'DATA (AAAAMMDD):'.
           ACCEPT WRK-CLD-NOVA-DATA.
           MOVE WRK-CLD-NOVA-ANO TO WRK-DTV-ANO.
           MOVE WRK-CLD-NOVA-MES TO WRK-DTV-MES.
           MOVE WRK-CLD-NOVA-DIA TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           IF DATA-INVALIDA OR WRK-CLD-NOVA-ANO < 1601
               DISPLAY 'DATA INVALIDA'
               MOVE 'N' TO WRK-CLD-OK
           END-IF.
           IF DADOS-OK
               DISPLAY 'TIPO (H-FERIADO / R-PROVA DE RECUPERACAO):'
               ACCEPT WRK-CLD-NOVA-TIPO
               IF WRK-CLD-NOVA-TIPO NOT = 'H'
                AND WRK-CLD-NOVA-TIPO NOT = 'R'
                   DISPLAY 'TIPO INVALIDO'
                   MOVE 'N' TO WRK-CLD-OK
               END-IF
           END-IF.
           IF DADOS-OK
               DISPLAY 'DESCRICAO:'
               ACCEPT WRK-CLD-NOVA-DESCRICAO
               DISPLAY 'ABRANGENCIA (N-NACIONAL / L-LOJA / '
                   'C-CIDADE POR FAIXA DE CEP):'
               ACCEPT WRK-CLD-NOVA-ABRANGENCIA
               EVALUATE TRUE
                   WHEN NOVA-NACIONAL
                       CONTINUE
                   WHEN NOVA-LOJA
                       DISPLAY 'CODIGO DA LOJA:'
                       ACCEPT WRK-CLD-NOVA-LOJA
                       IF WRK-CLD-NOVA-LOJA = ZEROS
                           DISPLAY 'LOJA INVALIDA'
                           MOVE 'N' TO WRK-CLD-OK
                       END-IF
                   WHEN NOVA-CIDADE
                       DISPLAY 'CEP INICIAL DA CIDADE:'
                       ACCEPT WRK-CLD-NOVA-CEP-INICIO
                       DISPLAY 'CEP FINAL DA CIDADE:'
                       ACCEPT WRK-CLD-NOVA-CEP-FIM
                       IF WRK-CLD-NOVA-CEP-INICIO = ZEROS
                        OR WRK-CLD-NOVA-CEP-FIM
                           < WRK-CLD-NOVA-CEP-INICIO
                           DISPLAY 'FAIXA DE CEP INVALIDA'
                           MOVE 'N' TO WRK-CLD-OK
                       END-IF
                   WHEN OTHER
                       DISPLAY 'ABRANGENCIA INVALIDA'
                       MOVE 'N' TO WRK-CLD-OK
               END-EVALUATE
           END-IF.
           IF DADOS-OK
               DISPLAY 'REPETE TODO ANO NA MESMA DATA (S/N):'
               ACCEPT WRK-CLD-REPETE
               IF REPETE-TODO-ANO
                   MOVE 'A' TO WRK-CLD-NOVA-ORIGEM
               ELSE
                   MOVE 'M' TO WRK-CLD-NOVA-ORIGEM
               END-IF
               PERFORM 0380-PROCURAR-DATA
               IF DATA-JA-EXISTE
                   DISPLAY 'DATA JA CADASTRADA NO CALENDARIO'
                   MOVE 'N' TO WRK-CLD-OK
               END-IF
           END-IF.
           IF DADOS-OK
               PERFORM 0390-ACRESCENTAR-DATA
               IF DATA-ACRESCENTADA
                   PERFORM 0900-GRAVAR-CALENDARIO
                   DISPLAY 'DATA INCLUIDA NO CALENDARIO'
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
                   MOVE 'PROGCOB135'          TO WRK-AUD-PROGRAMA
                   MOVE 'CALENDARIO-INCLUSAO' TO WRK-AUD-CAMPO-CHAVE
                   MOVE SPACES TO WRK-AUD-VALOR-ENTRADA
                   STRING WRK-CLD-NOVA-DATA        DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          WRK-CLD-NOVA-TIPO        DELIMITED BY SIZE
                          WRK-CLD-NOVA-ABRANGENCIA DELIMITED BY SIZE
                          WRK-CLD-NOVA-ORIGEM      DELIMITED BY SIZE
                          INTO WRK-AUD-VALOR-ENTRADA
                   END-STRING
                   MOVE WRK-CLD-NOVA-DESCRICAO TO WRK-AUD-VALOR-SAIDA
                   PERFORM 9800-GRAVAR-AUDITORIA
               END-IF
           ELSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0600-EXCLUIR-DATA.
           DISPLAY 'DATA (AAAAMMDD):'.
           ACCEPT WRK-CLD-DATA-PEDIDA.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           PERFORM VARYING WRK-CLD-I FROM 1 BY 1
                   UNTIL WRK-CLD-I > WRK-CAL-QTD
               IF WRK-CAL-DATA(WRK-CLD-I) = WRK-CLD-DATA-PEDIDA
                AND WRK-CAL-TIPO(WRK-CLD-I) NOT = SPACES
                   PERFORM 0750-EXIBIR-DATA
                   ADD 1 TO WRK-QTD-LISTADAS
               END-IF
           END-PERFORM.
           IF WRK-QTD-LISTADAS = ZEROS
               DISPLAY 'NENHUMA DATA CADASTRADA NESSE DIA'
           ELSE
               DISPLAY 'NUMERO A EXCLUIR (0 = NENHUM):'
               ACCEPT WRK-CLD-NUMERO
               EVALUATE TRUE
                   WHEN WRK-CLD-NUMERO = ZEROS
                       CONTINUE
                   WHEN WRK-CLD-NUMERO > WRK-CAL-QTD
                       DISPLAY 'NUMERO INVALIDO'
                   WHEN WRK-CAL-DATA(WRK-CLD-NUMERO)
                        NOT = WRK-CLD-DATA-PEDIDA
                     OR WRK-CAL-TIPO(WRK-CLD-NUMERO) = SPACES
                       DISPLAY 'NUMERO INVALIDO'
                   WHEN OTHER
                       ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
                       MOVE 'PROGCOB135'          TO WRK-AUD-PROGRAMA
                       MOVE 'CALENDARIO-EXCLUSAO' TO WRK-AUD-CAMPO-CHAVE
                       MOVE SPACES TO WRK-AUD-VALOR-ENTRADA
                       STRING WRK-CLD-DATA-PEDIDA DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              WRK-CAL-TIPO(WRK-CLD-NUMERO)
                                                  DELIMITED BY SIZE
                              WRK-CAL-ABRANGENCIA(WRK-CLD-NUMERO)
                                                  DELIMITED BY SIZE
                              WRK-CAL-ORIGEM(WRK-CLD-NUMERO)
                                                  DELIMITED BY SIZE
                              INTO WRK-AUD-VALOR-ENTRADA
                       END-STRING
                       MOVE WRK-CAL-DESCRICAO(WRK-CLD-NUMERO)
                           TO WRK-AUD-VALOR-SAIDA
                       MOVE SPACES TO WRK-CAL-TIPO(WRK-CLD-NUMERO)
                       PERFORM 0900-GRAVAR-CALENDARIO
                       DISPLAY 'DATA EXCLUIDA DO CALENDARIO'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       PERFORM 9800-GRAVAR-AUDITORIA
               END-EVALUATE
           END-IF.

       0700-LISTAR-ANO.
           DISPLAY 'ANO (AAAA):'.
           ACCEPT WRK-ANO-GERAR.
           MOVE 'PROGCOB135' TO WRK-REP-PROGRAMA.
           MOVE 'CALENDARIO DO ANO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'ANO: ' WRK-ANO-GERAR.
           DISPLAY 'NUM DATA     T DESCRICAO                      '
               'ORIG ABRANGENCIA'.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           PERFORM VARYING WRK-CLD-I FROM 1 BY 1
                   UNTIL WRK-CLD-I > WRK-CAL-QTD
               IF (WRK-CAL-ANO(WRK-CLD-I) = WRK-ANO-GERAR
                OR WRK-CAL-ANO(WRK-CLD-I) = ZEROS)
                AND WRK-CAL-TIPO(WRK-CLD-I) NOT = SPACES
                   PERFORM 0750-EXIBIR-DATA
                   ADD 1 TO WRK-QTD-LISTADAS
               END-IF
           END-PERFORM.
           DISPLAY 'DATAS LISTADAS: ' WRK-QTD-LISTADAS.
           IF WRK-QTD-LISTADAS = ZEROS
               DISPLAY 'ANO SEM CALENDARIO - EXECUTE A OPCAO 1'
           END-IF.

       0750-EXIBIR-DATA.
           EVALUATE WRK-CAL-ABRANGENCIA(WRK-CLD-I)
               WHEN 'L'
                   MOVE SPACES TO WRK-CLD-ABR-DESC
                   STRING 'LOJA ' DELIMITED BY SIZE
                          WRK-CAL-LOJA(WRK-CLD-I) DELIMITED BY SIZE
                          INTO WRK-CLD-ABR-DESC
                   END-STRING
               WHEN 'C'
                   MOVE SPACES TO WRK-CLD-ABR-DESC
                   STRING 'CEP ' DELIMITED BY SIZE
                          WRK-CAL-CEP-INICIO(WRK-CLD-I)
                              DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          WRK-CAL-CEP-FIM(WRK-CLD-I)
                              DELIMITED BY SIZE
                          INTO WRK-CLD-ABR-DESC
                   END-STRING
               WHEN OTHER
                   MOVE 'NACIONAL' TO WRK-CLD-ABR-DESC
           END-EVALUATE.
           IF WRK-CAL-ANO(WRK-CLD-I) = ZEROS
               MOVE 'TODO ANO' TO WRK-CLD-ANO-DESC
           ELSE
               MOVE WRK-CAL-DATA(WRK-CLD-I) TO WRK-CLD-ANO-DESC
           END-IF.
           DISPLAY WRK-CLD-I ' ' WRK-CLD-ANO-DESC ' '
               WRK-CAL-TIPO(WRK-CLD-I) ' '
               WRK-CAL-DESCRICAO(WRK-CLD-I) ' '
               WRK-CAL-ORIGEM(WRK-CLD-I) '    '
               WRK-CLD-ABR-DESC.

       0900-GRAVAR-CALENDARIO.
      * Regrava CALENDARIO.DAT em ordem de data, sem as datas
      * excluidas, e recarrega a tabela - a numeracao da listagem
      * passa a ser a da nova ordem.
           PERFORM VARYING WRK-CLD-I FROM 1 BY 1
                   UNTIL WRK-CLD-I >= WRK-CAL-QTD
               MOVE WRK-CLD-I TO WRK-CLD-MENOR
               PERFORM VARYING WRK-CLD-J FROM WRK-CLD-I BY 1
                       UNTIL WRK-CLD-J > WRK-CAL-QTD
                   IF WRK-CAL-DATA(WRK-CLD-J)
                      < WRK-CAL-DATA(WRK-CLD-MENOR)
                       MOVE WRK-CLD-J TO WRK-CLD-MENOR
                   END-IF
               END-PERFORM
               IF WRK-CLD-MENOR NOT = WRK-CLD-I
                   MOVE WRK-CAL-ENTRADA(WRK-CLD-I) TO WRK-CLD-TROCA
                   MOVE WRK-CAL-ENTRADA(WRK-CLD-MENOR)
                       TO WRK-CAL-ENTRADA(WRK-CLD-I)
                   MOVE WRK-CLD-TROCA
                       TO WRK-CAL-ENTRADA(WRK-CLD-MENOR)
               END-IF
           END-PERFORM.
           OPEN OUTPUT ARQ-CALENDARIO.
           IF WRK-FS-CALENDARIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CALENDARIO.DAT - STATUS '
                   WRK-FS-CALENDARIO
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               PERFORM VARYING WRK-CLD-I FROM 1 BY 1
                       UNTIL WRK-CLD-I > WRK-CAL-QTD
                   IF WRK-CAL-TIPO(WRK-CLD-I) NOT = SPACES
                       MOVE SPACES TO REG-CALENDARIO
                       MOVE WRK-CAL-DATA(WRK-CLD-I) TO CAL-DATA
                       MOVE WRK-CAL-TIPO(WRK-CLD-I) TO CAL-TIPO
                       MOVE WRK-CAL-DESCRICAO(WRK-CLD-I)
                           TO CAL-DESCRICAO
                       MOVE WRK-CAL-ABRANGENCIA(WRK-CLD-I)
                           TO CAL-ABRANGENCIA
                       MOVE WRK-CAL-LOJA(WRK-CLD-I) TO CAL-LOJA
                       MOVE WRK-CAL-CEP-INICIO(WRK-CLD-I)
                           TO CAL-CEP-INICIO
                       MOVE WRK-CAL-CEP-FIM(WRK-CLD-I) TO CAL-CEP-FIM
                       MOVE WRK-CAL-ORIGEM(WRK-CLD-I) TO CAL-ORIGEM
                       WRITE REG-CALENDARIO
                   END-IF
               END-PERFORM
               CLOSE ARQ-CALENDARIO
           END-IF.
           INITIALIZE WRK-TAB-CALENDARIO.
           MOVE ZEROS TO WRK-CAL-QTD.
           MOVE 'N'   TO WRK-EOF-CALENDARIO.
           PERFORM 0170-CARREGAR-CALENDARIO.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'calpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.
