      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Manutencao do master de parametros com vigencia
      *          (PARAMETRO.DAT) - a alteracao de um parametro e
      *          proposta com data de inicio de vigencia e so passa a
      *          valer depois de aprovada por outro usuario
      *          (maker-checker); historico por parametro marcando a
      *          vigencia em uso e carga inicial a partir dos antigos
      *          arquivos de configuracao. Restrito a SUPERVISOR e
      *          ADM pelo sign-on (carga inicial so ADM); toda
      *          alteracao fica no AUDIT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB131.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-CFG-ANTIGO ASSIGN TO WRK-ARQ-ANTIGO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-CFG-ANTIGO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

      * Arquivo de configuracao de antes do master, lido so na carga
      * inicial - uma linha no layout do parametro (uma por UF no
      * ICMSUF e por cliente no ARMTARIF).
       FD  ARQ-CFG-ANTIGO.
       01  REG-CFG-ANTIGO      PIC X(40).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-PARAMETROS  VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-FS-CFG-ANTIGO    PIC X(02)   VALUE '00'.
       77 WRK-ARQ-ANTIGO       PIC X(12)   VALUE SPACES.
       77 WRK-EOF-ANTIGO       PIC X(01)   VALUE 'N'.
           88 FIM-ANTIGO       VALUE 'S'.

      * Parametros do master: codigo, arquivo de configuracao que o
      * parametro substituiu (carga inicial) e tamanho do argumento
      * - zero nos parametros de um valor so; arquivo em branco e
      * parametro nascido no master, fora da carga inicial.
       01 WRK-TAB-PARAMETROS.
           05 FILLER PIC X(21) VALUE 'TAXAVEN TAXAVEN.DAT 0'.
           05 FILLER PIC X(21) VALUE 'TAXASFRETAXASFRE.DAT0'.
           05 FILLER PIC X(21) VALUE 'FATORCUBFATORCUB.DAT0'.
           05 FILLER PIC X(21) VALUE 'ICMSUF  ICMSUF.DAT  2'.
           05 FILLER PIC X(21) VALUE 'PTSCFG  PTSCFG.DAT  0'.
           05 FILLER PIC X(21) VALUE 'NOTASCFGNOTASCFG.DAT0'.
           05 FILLER PIC X(21) VALUE 'MENSCFG MENSCFG.DAT 0'.
           05 FILLER PIC X(21) VALUE 'SEGCFG  SEGCFG.DAT  0'.
           05 FILLER PIC X(21) VALUE 'ARMTARIFARMTARIF.DAT6'.
           05 FILLER PIC X(21) VALUE 'ALRSUPV             8'.
           05 FILLER PIC X(21) VALUE 'DEVCFG  DEVCFG.DAT  0'.
           05 FILLER PIC X(21) VALUE 'SALMIN              0'.
           05 FILLER PIC X(21) VALUE 'REMCFG  REMCFG.DAT  0'.
           05 FILLER PIC X(21) VALUE 'LIMCFG  LIMCFG.DAT  1'.
           05 FILLER PIC X(21) VALUE 'ABANDCFGABANDCFG.DAT0'.
           05 FILLER PIC X(21) VALUE 'MINCFG  MINCFG.DAT  0'.
           05 FILLER PIC X(21) VALUE 'USADOCFGUSADOCFG.DAT0'.
       01 WRK-TAB-PARAMETROS-R REDEFINES WRK-TAB-PARAMETROS.
           05 WRK-TPR-ENTRADA OCCURS 17 TIMES INDEXED BY WRK-TPR-IDX.
               10 WRK-TPR-CODIGO    PIC X(08).
               10 WRK-TPR-ARQUIVO   PIC X(12).
               10 WRK-TPR-TAM-ARG   PIC 9(01).
       77 WRK-TPR-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-TAM-ARG          PIC 9(01)   VALUE ZEROS.
       77 WRK-COD-OK           PIC X(01)   VALUE 'N'.
           88 CODIGO-VALIDO    VALUE 'S'.

      * Proposta em digitacao.
       77 WRK-NOVA-VIGENCIA    PIC 9(08)   VALUE ZEROS.
       77 WRK-NOVO-VALOR       PIC X(40)   VALUE SPACES.
       77 WRK-VALOR-OK         PIC X(01)   VALUE 'N'.
           88 VALOR-VALIDO     VALUE 'S'.
       77 WRK-EXB-VALOR        PIC X(40)   VALUE SPACES.
       77 WRK-DECISAO          PIC X(01)   VALUE SPACES.
           88 DECIDE-APROVAR   VALUE 'A'.
           88 DECIDE-REJEITAR  VALUE 'R'.
       77 WRK-VIG-EM-USO       PIC 9(08)   VALUE ZEROS.
       77 WRK-MARCA-VIGENTE    PIC X(10)   VALUE SPACES.
       77 WRK-QTD-PENDENTES    PIC 9(04)   VALUE ZEROS.
       77 WRK-QTD-HISTORICO    PIC 9(04)   VALUE ZEROS.
       77 WRK-QTD-CARREGADOS   PIC 9(04)   VALUE ZEROS.
       77 WRK-QTD-JA-EXISTIAM  PIC 9(04)   VALUE ZEROS.

      * Layouts dos parametros - os mesmos dos programas que leem
      * cada um (SEGCFG e NOTASCFG vem de scfws/ncfws).
       01  REG-CFG-IMPOSTO.
           05 CFG-ALIQUOTA         PIC 9(02)V99.
       01  REG-CFG-TAXAS.
           05 CFG-PERC-ADVALOREM   PIC 9(02)V99.
           05 CFG-PERC-GRIS        PIC 9(02)V99.
           05 CFG-VALOR-PEDAGIO    PIC 9(04)V99.
       01  REG-CFG-CUBAGEM.
           05 CFG-FATOR-CUBAGEM    PIC 9(04).
       01  REG-CFG-ICMS.
           05 CFG-ICMS-UF          PIC X(02).
           05 CFG-ICMS-ALIQ        PIC 9(02)V99.
       01  REG-CFG-PONTOS.
           05 CFG-MESES-VALIDADE   PIC 9(02).
       01  REG-CFG-MENS.
           05 CFG-VALOR-BASE       PIC 9(06)V99.
           05 CFG-DESC-IRMAOS-PCT  PIC 9(02)V99.
           05 CFG-DIA-VENCIMENTO   PIC 9(02).
           05 CFG-MULTA-PCT        PIC 9(02)V99.
           05 CFG-JUROS-DIA-PCT    PIC 9(01)V99.
           05 CFG-CENTRO-ESCOLA    PIC X(04).
       01  REG-TARIFA-ARM.
           05 TAM-CLIENTE          PIC X(06).
           05 TAM-VALOR-M3-DIA     PIC 9(04)V99.
       01  REG-CFG-ALERTA.
           05 CFG-ALR-MODULO       PIC X(08).
           05 CFG-ALR-SUPERVISOR   PIC X(20).
       01  REG-CFG-DEVOLUCAO.
           05 CFG-REGRA-DEVOLUCAO  PIC X(01).
       01  REG-CFG-SAL-MINIMO.
           05 CFG-SAL-MINIMO       PIC 9(06)V99.
       01  REG-CFG-ANOMALIA.
           05 CFG-PERC-VARIACAO    PIC 9(03)V99.
       01  REG-CFG-LIMITE.
           05 CFL-CLASSE           PIC X(01).
           05 CFL-MAX-ATRASO       PIC 9(03).
           05 CFL-MAX-ATRASADOS    PIC 9(03).
           05 CFL-MAX-SINISTROS    PIC 9(03).
           05 CFL-PERC-LIMITE      PIC 9(03).
       01  REG-CFG-ABANDONO.
           05 CFG-DIAS-ABANDONO    PIC 9(04).
           05 CFG-EXIGE-ATRASO     PIC X(01).
       01  REG-CFG-MINIMO.
           05 MCF-JANELA-DIAS      PIC 9(03).
           05 MCF-FATOR-SEGURANCA  PIC 9(01)V99.
       01  REG-CFG-USADOS.
           05 UCF-PCT-OTIMO        PIC 9(02)V99.
           05 UCF-PCT-BOM          PIC 9(02)V99.
           05 UCF-PCT-REGULAR      PIC 9(02)V99.
           05 UCF-PCT-REVENDA      PIC 9(02)V99.

       77 WRK-PERC-ED          PIC Z9,99        VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'ncfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'datechk.cpy'.
           COPY 'runws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB131' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      * Parametro mexe em preco, imposto e politica de acesso de
      * toda a suite - so SUPERVISOR ou ADM entra na manutencao.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
            OR (NOT SUPERVISOR AND NOT ADM)
               DISPLAY 'PARAMETROS RESTRITOS A SUPERVISOR OU ADM'
               MOVE 'PROGCOB131' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'PARAMETROS NEGADO - SEM NIVEL'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               PERFORM UNTIL SAIR-PARAMETROS
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== PARAMETROS COM VIGENCIA ====='.
           DISPLAY '1 - PROPOR ALTERACAO'.
           DISPLAY '2 - APROVAR / REJEITAR PENDENTES'.
           DISPLAY '3 - HISTORICO DE UM PARAMETRO'.
           DISPLAY '4 - CARGA INICIAL DOS ARQUIVOS DE CONFIGURACAO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-PROPOR-ALTERACAO
               WHEN 2
                   PERFORM 0400-DECIDIR-PENDENTES
               WHEN 3
                   PERFORM 0500-HISTORICO-PARAMETRO
               WHEN 4
                   PERFORM 0600-CARGA-INICIAL
               WHEN 0
                   SET SAIR-PARAMETROS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-IDENTIFICAR-PARAMETRO.
      * Codigo do parametro e, nos parametros em tabela, o argumento
      * (UF no ICMSUF, cliente no ARMTARIF, modulo no ALRSUPV,
      * classe de risco no LIMCFG).
           MOVE 'N'    TO WRK-COD-OK.
           MOVE SPACES TO WRK-PRM-ARGUMENTO.
           DISPLAY 'CODIGO (TAXAVEN TAXASFRE FATORCUB ICMSUF PTSCFG'.
           DISPLAY '        NOTASCFG MENSCFG SEGCFG ARMTARIF ALRSUPV'.
           DISPLAY '        DEVCFG SALMIN REMCFG LIMCFG ABANDCFG'.
           DISPLAY '        MINCFG USADOCFG):'.
           ACCEPT WRK-PRM-CODIGO.
           SET WRK-TPR-IDX TO 1.
           SEARCH WRK-TPR-ENTRADA
               AT END
                   DISPLAY 'PARAMETRO INEXISTENTE: ' WRK-PRM-CODIGO
               WHEN WRK-TPR-CODIGO(WRK-TPR-IDX) = WRK-PRM-CODIGO
                   MOVE WRK-TPR-TAM-ARG(WRK-TPR-IDX) TO WRK-TAM-ARG
                   SET CODIGO-VALIDO TO TRUE
           END-SEARCH.
           IF CODIGO-VALIDO AND WRK-TAM-ARG > ZEROS
               EVALUATE WRK-PRM-CODIGO
                   WHEN 'ICMSUF'
                       DISPLAY 'UF DE DESTINO:'
                   WHEN 'ALRSUPV'
                       DISPLAY 'MODULO DOS ALERTAS:'
                   WHEN 'LIMCFG'
                       DISPLAY 'CLASSE DE RISCO (A A MELHOR):'
                   WHEN OTHER
                       DISPLAY 'CLIENTE:'
               END-EVALUATE
               ACCEPT WRK-PRM-ARGUMENTO
               IF WRK-PRM-ARGUMENTO = SPACES
                   DISPLAY 'ARGUMENTO E OBRIGATORIO NESTE PARAMETRO'
                   MOVE 'N' TO WRK-COD-OK
               END-IF
           END-IF.

       0300-PROPOR-ALTERACAO.
      * A proposta fica pendente ate outro usuario aprovar; vigencia
      * retroativa nao e aceita - o que ja foi calculado com o valor
      * antigo nao muda por baixo.
           PERFORM 0250-IDENTIFICAR-PARAMETRO.
           IF CODIGO-VALIDO
               MOVE ZEROS TO WRK-PRM-DATA-REF
               PERFORM 9680-BUSCAR-PARAMETRO
               IF PARAMETRO-ACHADO
                   DISPLAY 'VALOR EM USO DESDE ' WRK-PRM-VIGENCIA ':'
                   MOVE WRK-PRM-VALOR TO WRK-EXB-VALOR
                   PERFORM 0700-EXIBIR-VALOR
               ELSE
                   DISPLAY 'SEM VIGENCIA APROVADA - VALE O PADRAO '
                       'DO PROGRAMA'
               END-IF
               DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, BRANCO = HOJE):'
               ACCEPT WRK-NOVA-VIGENCIA
               IF WRK-NOVA-VIGENCIA = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-NOVA-VIGENCIA
               END-IF
               MOVE WRK-NOVA-VIGENCIA(1:4) TO WRK-DTV-ANO
               MOVE WRK-NOVA-VIGENCIA(5:2) TO WRK-DTV-MES
               MOVE WRK-NOVA-VIGENCIA(7:2) TO WRK-DTV-DIA
               PERFORM 9600-VALIDAR-DATA
               EVALUATE TRUE
                   WHEN DATA-INVALIDA
                       DISPLAY 'DATA DE VIGENCIA INVALIDA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   WHEN WRK-NOVA-VIGENCIA < WRK-DATA-HOJE
                       DISPLAY 'VIGENCIA RETROATIVA NAO E ACEITA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   WHEN OTHER
                       PERFORM 0320-CAPTAR-VALOR
                       IF VALOR-VALIDO
                           PERFORM 0350-GRAVAR-PROPOSTA
                       ELSE
                           DISPLAY 'VALOR INVALIDO - PROPOSTA '
                               'DESCARTADA'
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       END-IF
               END-EVALUATE
           END-IF.

       0320-CAPTAR-VALOR.
      * Cada parametro pede os campos do seu layout; o valor gravado
      * e a imagem do registro, lida pelos programas no mesmo layout.
           MOVE 'S'    TO WRK-VALOR-OK.
           MOVE SPACES TO WRK-NOVO-VALOR.
           EVALUATE WRK-PRM-CODIGO
               WHEN 'TAXAVEN'
                   DISPLAY 'ALIQUOTA DO IMPOSTO SOBRE VENDAS (%):'
                   ACCEPT CFG-ALIQUOTA
                   IF CFG-ALIQUOTA = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-IMPOSTO TO WRK-NOVO-VALOR
               WHEN 'TAXASFRE'
                   DISPLAY 'AD VALOREM (% DO VALOR DA MERCADORIA):'
                   ACCEPT CFG-PERC-ADVALOREM
                   DISPLAY 'GRIS (% DO VALOR DA MERCADORIA):'
                   ACCEPT CFG-PERC-GRIS
                   DISPLAY 'PEDAGIO POR PEDIDO:'
                   ACCEPT CFG-VALOR-PEDAGIO
                   MOVE REG-CFG-TAXAS TO WRK-NOVO-VALOR
               WHEN 'FATORCUB'
                   DISPLAY 'FATOR DE CUBAGEM (KG POR M3):'
                   ACCEPT CFG-FATOR-CUBAGEM
                   IF CFG-FATOR-CUBAGEM = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-CUBAGEM TO WRK-NOVO-VALOR
               WHEN 'ICMSUF'
                   MOVE WRK-PRM-ARGUMENTO(1:2) TO CFG-ICMS-UF
                   DISPLAY 'ALIQUOTA DE ICMS DA UF (%):'
                   ACCEPT CFG-ICMS-ALIQ
                   MOVE REG-CFG-ICMS TO WRK-NOVO-VALOR
               WHEN 'PTSCFG'
                   DISPLAY 'VALIDADE DOS PONTOS (MESES):'
                   ACCEPT CFG-MESES-VALIDADE
                   IF CFG-MESES-VALIDADE = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-PONTOS TO WRK-NOVO-VALOR
               WHEN 'NOTASCFG'
                   DISPLAY 'NOTA DE APROVACAO:'
                   ACCEPT CFG-NOTA-APROVACAO
                   DISPLAY 'NOTA MINIMA DE RECUPERACAO:'
                   ACCEPT CFG-NOTA-RECUPERACAO
                   DISPLAY 'FREQUENCIA MINIMA (%):'
                   ACCEPT CFG-FREQ-MINIMA
                   IF CFG-NOTA-RECUPERACAO > CFG-NOTA-APROVACAO
                    OR CFG-NOTA-APROVACAO > 10
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-NOTAS TO WRK-NOVO-VALOR
               WHEN 'MENSCFG'
                   DISPLAY 'VALOR BASE DA MENSALIDADE:'
                   ACCEPT CFG-VALOR-BASE
                   DISPLAY 'DESCONTO DE IRMAOS (%):'
                   ACCEPT CFG-DESC-IRMAOS-PCT
                   DISPLAY 'DIA DE VENCIMENTO:'
                   ACCEPT CFG-DIA-VENCIMENTO
                   DISPLAY 'MULTA POR ATRASO (%):'
                   ACCEPT CFG-MULTA-PCT
                   DISPLAY 'JUROS POR DIA UTIL DE ATRASO (%):'
                   ACCEPT CFG-JUROS-DIA-PCT
                   DISPLAY 'CENTRO DE CUSTO DA ESCOLA:'
                   ACCEPT CFG-CENTRO-ESCOLA
                   IF CFG-DIA-VENCIMENTO > 28
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-MENS TO WRK-NOVO-VALOR
               WHEN 'SEGCFG'
                   DISPLAY 'IDADE MAXIMA DA SENHA (DIAS):'
                   ACCEPT CFG-IDADE-MAX-SENHA
                   DISPLAY 'FALHAS CONSECUTIVAS ATE O BLOQUEIO:'
                   ACCEPT CFG-MAX-FALHAS
                   DISPLAY 'SENHAS ANTERIORES SEM REUSO:'
                   ACCEPT CFG-QTD-SENHAS-HIST
                   DISPLAY 'DIAS SEM ACESSO ATE DESATIVAR A CONTA:'
                   ACCEPT CFG-DIAS-INATIVIDADE
                   IF CFG-MAX-FALHAS = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-SEGURANCA TO WRK-NOVO-VALOR
               WHEN 'ARMTARIF'
                   MOVE WRK-PRM-ARGUMENTO(1:6) TO TAM-CLIENTE
                   DISPLAY 'TARIFA POR M3/DIA:'
                   ACCEPT TAM-VALOR-M3-DIA
                   MOVE REG-TARIFA-ARM TO WRK-NOVO-VALOR
               WHEN 'ALRSUPV'
                   MOVE WRK-PRM-ARGUMENTO TO CFG-ALR-MODULO
                   DISPLAY 'SUPERVISOR DO MODULO (USUARIO):'
                   ACCEPT CFG-ALR-SUPERVISOR
                   PERFORM 0330-CONFERIR-SUPERVISOR
                   MOVE REG-CFG-ALERTA TO WRK-NOVO-VALOR
               WHEN 'DEVCFG'
                   DISPLAY 'REGRA DE COBRANCA DA DEVOLUCAO (G/C/T):'
                   ACCEPT CFG-REGRA-DEVOLUCAO
                   IF CFG-REGRA-DEVOLUCAO NOT = 'G'
                      AND CFG-REGRA-DEVOLUCAO NOT = 'C'
                      AND CFG-REGRA-DEVOLUCAO NOT = 'T'
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-DEVOLUCAO TO WRK-NOVO-VALOR
               WHEN 'SALMIN'
                   DISPLAY 'SALARIO MINIMO:'
                   ACCEPT CFG-SAL-MINIMO
                   IF CFG-SAL-MINIMO = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-SAL-MINIMO TO WRK-NOVO-VALOR
               WHEN 'REMCFG'
                   DISPLAY 'VARIACAO MAXIMA DO LIQUIDO SOBRE O MES '
                       'ANTERIOR (%):'
                   ACCEPT CFG-PERC-VARIACAO
                   IF CFG-PERC-VARIACAO = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-ANOMALIA TO WRK-NOVO-VALOR
               WHEN 'LIMCFG'
                   MOVE WRK-PRM-ARGUMENTO(1:1) TO CFL-CLASSE
                   DISPLAY 'ATRASO MEDIO MAXIMO (DIAS):'
                   ACCEPT CFL-MAX-ATRASO
                   DISPLAY 'TITULOS ATRASADOS NO MAXIMO:'
                   ACCEPT CFL-MAX-ATRASADOS
                   DISPLAY 'SINISTROS NO MAXIMO:'
                   ACCEPT CFL-MAX-SINISTROS
                   DISPLAY 'LIMITE PROPOSTO (% DO LIMITE ATUAL):'
                   ACCEPT CFL-PERC-LIMITE
                   MOVE REG-CFG-LIMITE TO WRK-NOVO-VALOR
               WHEN 'ABANDCFG'
                   DISPLAY 'DIAS ATE A CARGA SER ABANDONADA:'
                   ACCEPT CFG-DIAS-ABANDONO
                   DISPLAY 'EXIGE ARMAZENAGEM EM ATRASO (S/N):'
                   ACCEPT CFG-EXIGE-ATRASO
                   IF CFG-DIAS-ABANDONO = ZEROS
                    OR (CFG-EXIGE-ATRASO NOT = 'S'
                        AND CFG-EXIGE-ATRASO NOT = 'N')
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-ABANDONO TO WRK-NOVO-VALOR
               WHEN 'MINCFG'
                   DISPLAY 'JANELA DE VENDAS (DIAS):'
                   ACCEPT MCF-JANELA-DIAS
                   DISPLAY 'FATOR DE ESTOQUE DE SEGURANCA:'
                   ACCEPT MCF-FATOR-SEGURANCA
                   IF MCF-JANELA-DIAS = ZEROS
                    OR MCF-FATOR-SEGURANCA = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-MINIMO TO WRK-NOVO-VALOR
               WHEN 'USADOCFG'
                   DISPLAY 'RECOMPRA DO USADO OTIMO (% DO PRECO):'
                   ACCEPT UCF-PCT-OTIMO
                   DISPLAY 'RECOMPRA DO USADO BOM (% DO PRECO):'
                   ACCEPT UCF-PCT-BOM
                   DISPLAY 'RECOMPRA DO USADO REGULAR (% DO PRECO):'
                   ACCEPT UCF-PCT-REGULAR
                   DISPLAY 'REVENDA DO USADO (% DO PRECO):'
                   ACCEPT UCF-PCT-REVENDA
                   IF UCF-PCT-OTIMO = ZEROS OR UCF-PCT-BOM = ZEROS
                    OR UCF-PCT-REGULAR = ZEROS
                    OR UCF-PCT-REVENDA = ZEROS
                       MOVE 'N' TO WRK-VALOR-OK
                   END-IF
                   MOVE REG-CFG-USADOS TO WRK-NOVO-VALOR
           END-EVALUATE.

       0330-CONFERIR-SUPERVISOR.
      * O destinatario do resumo de alertas precisa existir no
      * USUARIOS.DAT com nivel SUPERVISOR ou ADM.
           MOVE CFG-ALR-SUPERVISOR TO USR-ID.
           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               MOVE 'N' TO WRK-VALOR-OK
           ELSE
               READ ARQ-USUARIOS
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO'
                       MOVE 'N' TO WRK-VALOR-OK
                   NOT INVALID KEY
                       IF USR-NIVEL NOT = 01 AND USR-NIVEL NOT = 03
                           DISPLAY 'USUARIO SEM NIVEL DE SUPERVISOR'
                           MOVE 'N' TO WRK-VALOR-OK
                       END-IF
               END-READ
               CLOSE ARQ-USUARIOS
           END-IF.

       0350-GRAVAR-PROPOSTA.
      * Vigencia ja aprovada nao e sobreposta - a correcao e outra
      * proposta com nova data; pendente ou rejeitada na mesma data
      * e substituida pela nova proposta.
           PERFORM 0360-ABRIR-PARAMETROS.
           MOVE WRK-PRM-CODIGO    TO PRM-CODIGO.
           MOVE WRK-PRM-ARGUMENTO TO PRM-ARGUMENTO.
           MOVE WRK-NOVA-VIGENCIA TO PRM-VIGENCIA.
           READ ARQ-PARAMETROS
               INVALID KEY
                   PERFORM 0370-MONTAR-PROPOSTA
                   WRITE REG-PARAMETRO
                   PERFORM 0380-AUDITAR-PROPOSTA
               NOT INVALID KEY
                   IF PRM-APROVADO
                       DISPLAY 'VIGENCIA ' PRM-VIGENCIA
                           ' JA APROVADA - PROPONHA OUTRA DATA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   ELSE
                       PERFORM 0370-MONTAR-PROPOSTA
                       REWRITE REG-PARAMETRO
                       PERFORM 0380-AUDITAR-PROPOSTA
                   END-IF
           END-READ.
           CLOSE ARQ-PARAMETROS.

       0360-ABRIR-PARAMETROS.
           OPEN I-O ARQ-PARAMETROS.
           IF WRK-FS-PARAMETROS = '35'
               OPEN OUTPUT ARQ-PARAMETROS
               CLOSE ARQ-PARAMETROS
               OPEN I-O ARQ-PARAMETROS
           END-IF.

       0370-MONTAR-PROPOSTA.
           MOVE WRK-PRM-CODIGO    TO PRM-CODIGO.
           MOVE WRK-PRM-ARGUMENTO TO PRM-ARGUMENTO.
           MOVE WRK-NOVA-VIGENCIA TO PRM-VIGENCIA.
           MOVE WRK-NOVO-VALOR    TO PRM-VALOR.
           SET PRM-PENDENTE       TO TRUE.
           MOVE WRK-USUARIO       TO PRM-SOLICITANTE.
           MOVE WRK-DATA-HOJE     TO PRM-DATA-SOLIC.
           MOVE SPACES            TO PRM-APROVADOR.
           MOVE ZEROS             TO PRM-DATA-APROV.

       0380-AUDITAR-PROPOSTA.
           DISPLAY 'PROPOSTA REGISTRADA - AGUARDA APROVACAO DE '
               'OUTRO USUARIO'.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'PARAMETRO-PROPOSTO' TO WRK-AUD-CAMPO-CHAVE.
           MOVE PRM-VALOR(1:30)      TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-PRM.

       0400-DECIDIR-PENDENTES.
      * Quatro olhos: quem propos nao aprova a propria proposta, e
      * vigencia que ja passou enquanto pendente nao e aprovada -
      * rejeita e propoe de novo com data futura.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE 'N'   TO WRK-EOF-PARAMETROS.
           OPEN I-O ARQ-PARAMETROS.
           IF WRK-FS-PARAMETROS NOT = '00'
               DISPLAY 'NENHUM PARAMETRO CADASTRADO'
           ELSE
               PERFORM UNTIL FIM-PARAMETROS
                   READ ARQ-PARAMETROS NEXT RECORD
                       AT END
                           SET FIM-PARAMETROS TO TRUE
                       NOT AT END
                           IF PRM-PENDENTE
                               ADD 1 TO WRK-QTD-PENDENTES
                               PERFORM 0420-DECIDIR-UMA-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARAMETROS
           END-IF.
           DISPLAY 'PROPOSTAS PENDENTES VISTAS: ' WRK-QTD-PENDENTES.

       0420-DECIDIR-UMA-PROPOSTA.
           DISPLAY ' '.
           DISPLAY PRM-CODIGO ' ' PRM-ARGUMENTO ' VIGENCIA '
               PRM-VIGENCIA ' PROPOSTO POR ' PRM-SOLICITANTE
               ' EM ' PRM-DATA-SOLIC.
           MOVE PRM-CODIGO TO WRK-PRM-CODIGO.
           MOVE PRM-VALOR  TO WRK-EXB-VALOR.
           PERFORM 0700-EXIBIR-VALOR.
           IF PRM-SOLICITANTE = WRK-USUARIO
               DISPLAY 'PROPOSTA SUA - APROVACAO POR OUTRO USUARIO'
           ELSE
               DISPLAY 'A - APROVAR  R - REJEITAR  BRANCO - MANTER:'
               ACCEPT WRK-DECISAO
               EVALUATE TRUE
                   WHEN DECIDE-APROVAR
                    AND PRM-VIGENCIA < WRK-DATA-HOJE
                       DISPLAY 'VIGENCIA JA PASSOU - REJEITE E '
                           'PROPONHA NOVA DATA'
                   WHEN DECIDE-APROVAR
                       SET PRM-APROVADO TO TRUE
                       PERFORM 0450-REGRAVAR-DECISAO
                   WHEN DECIDE-REJEITAR
                       SET PRM-REJEITADO TO TRUE
                       PERFORM 0450-REGRAVAR-DECISAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0450-REGRAVAR-DECISAO.
           MOVE WRK-USUARIO   TO PRM-APROVADOR.
           MOVE WRK-DATA-HOJE TO PRM-DATA-APROV.
           REWRITE REG-PARAMETRO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE PRM-CODIGO    TO WRK-PRM-CODIGO.
           MOVE PRM-ARGUMENTO TO WRK-PRM-ARGUMENTO.
           MOVE PRM-VIGENCIA  TO WRK-NOVA-VIGENCIA.
           IF PRM-APROVADO
               DISPLAY 'PROPOSTA APROVADA'
               MOVE 'PARAMETRO-APROVADO'  TO WRK-AUD-CAMPO-CHAVE
               MOVE 'PARAMETRO APROVADO'  TO WRK-SEG-MOTIVO
           ELSE
               DISPLAY 'PROPOSTA REJEITADA'
               MOVE 'PARAMETRO-REJEITADO' TO WRK-AUD-CAMPO-CHAVE
               MOVE 'PARAMETRO REJEITADO' TO WRK-SEG-MOTIVO
           END-IF.
           MOVE PRM-VALOR(1:30) TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-PRM.
           MOVE 'PROGCOB131' TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-SEG-USUARIO.
           PERFORM 9770-GRAVAR-SEGURANCA.

       0500-HISTORICO-PARAMETRO.
      * Todas as vigencias do parametro em ordem de data, com a
      * situacao e quem propos/aprovou; a vigencia em uso hoje vem
      * marcada.
           PERFORM 0250-IDENTIFICAR-PARAMETRO.
           IF CODIGO-VALIDO
               MOVE ZEROS TO WRK-PRM-DATA-REF WRK-VIG-EM-USO
                             WRK-QTD-HISTORICO
               PERFORM 9680-BUSCAR-PARAMETRO
               IF PARAMETRO-ACHADO
                   MOVE WRK-PRM-VIGENCIA TO WRK-VIG-EM-USO
               END-IF
               MOVE 'N' TO WRK-EOF-PARAMETROS
               OPEN INPUT ARQ-PARAMETROS
               IF WRK-FS-PARAMETROS = '00'
                   MOVE WRK-PRM-CODIGO    TO PRM-CODIGO
                   MOVE WRK-PRM-ARGUMENTO TO PRM-ARGUMENTO
                   MOVE ZEROS             TO PRM-VIGENCIA
                   START ARQ-PARAMETROS
                       KEY IS NOT LESS THAN PRM-CHAVE
                       INVALID KEY
                           SET FIM-PARAMETROS TO TRUE
                   END-START
                   PERFORM UNTIL FIM-PARAMETROS
                       READ ARQ-PARAMETROS NEXT RECORD
                           AT END
                               SET FIM-PARAMETROS TO TRUE
                           NOT AT END
                               IF PRM-CODIGO NOT = WRK-PRM-CODIGO
                                OR PRM-ARGUMENTO NOT =
                                   WRK-PRM-ARGUMENTO
                                   SET FIM-PARAMETROS TO TRUE
                               ELSE
                                   PERFORM 0550-LISTAR-VIGENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-PARAMETROS
               END-IF
               IF WRK-QTD-HISTORICO = ZEROS
                   DISPLAY 'PARAMETRO SEM VIGENCIAS - VALE O PADRAO '
                       'DO PROGRAMA'
               END-IF
           END-IF.

       0550-LISTAR-VIGENCIA.
           ADD 1 TO WRK-QTD-HISTORICO.
           MOVE SPACES TO WRK-MARCA-VIGENTE.
           IF PRM-APROVADO AND PRM-VIGENCIA = WRK-VIG-EM-USO
               MOVE '<- EM USO' TO WRK-MARCA-VIGENTE
           END-IF.
           DISPLAY ' '.
           DISPLAY 'VIGENCIA ' PRM-VIGENCIA ' SITUACAO '
               PRM-SITUACAO ' ' WRK-MARCA-VIGENTE.
           DISPLAY '  PROPOSTO POR ' PRM-SOLICITANTE ' EM '
               PRM-DATA-SOLIC.
           IF NOT PRM-PENDENTE
               DISPLAY '  DECIDIDO POR ' PRM-APROVADOR ' EM '
                   PRM-DATA-APROV
           END-IF.
           MOVE PRM-VALOR TO WRK-EXB-VALOR.
           PERFORM 0700-EXIBIR-VALOR.

       0600-CARGA-INICIAL.
      * Migracao unica dos antigos arquivos de configuracao: cada
      * linha vira uma vigencia aprovada desde 19000101, o valor que
      * ja estava em uso. Chave ja existente no master nao e
      * sobreposta, entao a carga pode ser repetida sem estrago.
           IF NOT ADM
               DISPLAY 'CARGA INICIAL RESTRITA A USUARIOS ADM'
               MOVE 'PROGCOB131' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'CARGA DE PARAMETROS NEGADA'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE ZEROS TO WRK-QTD-CARREGADOS WRK-QTD-JA-EXISTIAM
               PERFORM 0360-ABRIR-PARAMETROS
               PERFORM VARYING WRK-TPR-LOOP FROM 1 BY 1
                       UNTIL WRK-TPR-LOOP > 17
                   IF WRK-TPR-ARQUIVO(WRK-TPR-LOOP) NOT = SPACES
                       PERFORM 0620-CARREGAR-ARQUIVO
                   END-IF
               END-PERFORM
               CLOSE ARQ-PARAMETROS
               DISPLAY 'VIGENCIAS CARREGADAS: ' WRK-QTD-CARREGADOS
               DISPLAY 'JA EXISTENTES (MANTIDAS): '
                   WRK-QTD-JA-EXISTIAM
               MOVE 'PARAMETRO-CARGA'    TO WRK-AUD-CAMPO-CHAVE
               MOVE 'CARGA'              TO WRK-PRM-CODIGO
               MOVE SPACES               TO WRK-PRM-ARGUMENTO
               MOVE WRK-DATA-HOJE        TO WRK-NOVA-VIGENCIA
               MOVE WRK-QTD-CARREGADOS   TO WRK-AUD-VALOR-SAIDA
               PERFORM 0900-GRAVAR-AUDITORIA-PRM
           END-IF.

       0620-CARREGAR-ARQUIVO.
           MOVE WRK-TPR-ARQUIVO(WRK-TPR-LOOP) TO WRK-ARQ-ANTIGO.
           MOVE 'N' TO WRK-EOF-ANTIGO.
           OPEN INPUT ARQ-CFG-ANTIGO.
           IF WRK-FS-CFG-ANTIGO = '00'
               PERFORM UNTIL FIM-ANTIGO
                   READ ARQ-CFG-ANTIGO
                       AT END
                           SET FIM-ANTIGO TO TRUE
                       NOT AT END
                           IF REG-CFG-ANTIGO NOT = SPACES
                               PERFORM 0650-GRAVAR-CARGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CFG-ANTIGO
           ELSE
               DISPLAY WRK-ARQ-ANTIGO ' NAO ENCONTRADO - PARAMETRO '
                   'FICA NO PADRAO DO PROGRAMA'
           END-IF.

       0650-GRAVAR-CARGA.
           MOVE WRK-TPR-CODIGO(WRK-TPR-LOOP) TO PRM-CODIGO.
           MOVE WRK-TPR-TAM-ARG(WRK-TPR-LOOP) TO WRK-TAM-ARG.
           IF WRK-TAM-ARG = ZEROS
               MOVE SPACES TO PRM-ARGUMENTO
           ELSE
               MOVE REG-CFG-ANTIGO(1:WRK-TAM-ARG) TO PRM-ARGUMENTO
           END-IF.
           MOVE 19000101       TO PRM-VIGENCIA.
           MOVE REG-CFG-ANTIGO TO PRM-VALOR.
           SET PRM-APROVADO    TO TRUE.
           MOVE WRK-USUARIO    TO PRM-SOLICITANTE PRM-APROVADOR.
           MOVE WRK-DATA-HOJE  TO PRM-DATA-SOLIC PRM-DATA-APROV.
           WRITE REG-PARAMETRO
               INVALID KEY
                   ADD 1 TO WRK-QTD-JA-EXISTIAM
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CARREGADOS
                   ADD 1 TO WRK-RUN-QTD-LIDOS
           END-WRITE.

       0700-EXIBIR-VALOR.
      * Mostra os campos do valor (WRK-EXB-VALOR) no layout do
      * parametro em WRK-PRM-CODIGO.
           EVALUATE WRK-PRM-CODIGO
               WHEN 'TAXAVEN'
                   MOVE WRK-EXB-VALOR TO REG-CFG-IMPOSTO
                   MOVE CFG-ALIQUOTA TO WRK-PERC-ED
                   DISPLAY '  ALIQUOTA: ' WRK-PERC-ED '%'
               WHEN 'TAXASFRE'
                   MOVE WRK-EXB-VALOR TO REG-CFG-TAXAS
                   MOVE CFG-PERC-ADVALOREM TO WRK-PERC-ED
                   DISPLAY '  AD VALOREM: ' WRK-PERC-ED '%'
                   MOVE CFG-PERC-GRIS TO WRK-PERC-ED
                   DISPLAY '  GRIS: ' WRK-PERC-ED '%'
                   MOVE CFG-VALOR-PEDAGIO TO WRK-VALOR-ED
                   DISPLAY '  PEDAGIO: ' WRK-VALOR-ED
               WHEN 'FATORCUB'
                   MOVE WRK-EXB-VALOR TO REG-CFG-CUBAGEM
                   DISPLAY '  FATOR DE CUBAGEM: ' CFG-FATOR-CUBAGEM
               WHEN 'ICMSUF'
                   MOVE WRK-EXB-VALOR TO REG-CFG-ICMS
                   MOVE CFG-ICMS-ALIQ TO WRK-PERC-ED
                   DISPLAY '  UF ' CFG-ICMS-UF ' ICMS: ' WRK-PERC-ED
                       '%'
               WHEN 'PTSCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-PONTOS
                   DISPLAY '  VALIDADE (MESES): ' CFG-MESES-VALIDADE
               WHEN 'NOTASCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-NOTAS
                   DISPLAY '  APROVACAO: ' CFG-NOTA-APROVACAO
                       '  RECUPERACAO: ' CFG-NOTA-RECUPERACAO
                       '  FREQUENCIA MINIMA: ' CFG-FREQ-MINIMA '%'
               WHEN 'MENSCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-MENS
                   MOVE CFG-VALOR-BASE TO WRK-VALOR-ED
                   DISPLAY '  VALOR BASE: ' WRK-VALOR-ED
                   MOVE CFG-DESC-IRMAOS-PCT TO WRK-PERC-ED
                   DISPLAY '  DESCONTO IRMAOS: ' WRK-PERC-ED '%'
                       '  VENCIMENTO DIA: ' CFG-DIA-VENCIMENTO
                   MOVE CFG-MULTA-PCT TO WRK-PERC-ED
                   DISPLAY '  MULTA: ' WRK-PERC-ED '%'
                   MOVE CFG-JUROS-DIA-PCT TO WRK-PERC-ED
                   DISPLAY '  JUROS/DIA UTIL: ' WRK-PERC-ED '%'
                       '  CENTRO: ' CFG-CENTRO-ESCOLA
               WHEN 'SEGCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-SEGURANCA
                   DISPLAY '  IDADE MAXIMA DA SENHA: '
                       CFG-IDADE-MAX-SENHA ' DIAS'
                   DISPLAY '  FALHAS ATE BLOQUEIO: ' CFG-MAX-FALHAS
                       '  SENHAS DE HISTORICO: ' CFG-QTD-SENHAS-HIST
                   DISPLAY '  DIAS SEM ACESSO ATE DESATIVAR: '
                       CFG-DIAS-INATIVIDADE
               WHEN 'ARMTARIF'
                   MOVE WRK-EXB-VALOR TO REG-TARIFA-ARM
                   MOVE TAM-VALOR-M3-DIA TO WRK-VALOR-ED
                   DISPLAY '  CLIENTE ' TAM-CLIENTE ' TARIFA M3/DIA: '
                       WRK-VALOR-ED
               WHEN 'ALRSUPV'
                   MOVE WRK-EXB-VALOR TO REG-CFG-ALERTA
                   DISPLAY '  MODULO ' CFG-ALR-MODULO ' SUPERVISOR: '
                       CFG-ALR-SUPERVISOR
               WHEN 'DEVCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-DEVOLUCAO
                   DISPLAY '  REGRA DA DEVOLUCAO: ' CFG-REGRA-DEVOLUCAO
                       ' (G-GRATIS C-COLETA T-TARIFA)'
               WHEN 'SALMIN'
                   MOVE WRK-EXB-VALOR TO REG-CFG-SAL-MINIMO
                   MOVE CFG-SAL-MINIMO TO WRK-VALOR-ED
                   DISPLAY '  SALARIO MINIMO: ' WRK-VALOR-ED
               WHEN 'REMCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-ANOMALIA
                   DISPLAY '  VARIACAO MAXIMA DO LIQUIDO: '
                       CFG-PERC-VARIACAO '%'
               WHEN 'LIMCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-LIMITE
                   DISPLAY '  CLASSE ' CFL-CLASSE ' ATRASO MEDIO ATE '
                       CFL-MAX-ATRASO '  ATRASADOS ATE '
                       CFL-MAX-ATRASADOS
                   DISPLAY '  SINISTROS ATE ' CFL-MAX-SINISTROS
                       '  LIMITE PROPOSTO: ' CFL-PERC-LIMITE '%'
               WHEN 'ABANDCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-ABANDONO
                   DISPLAY '  ABANDONO APOS ' CFG-DIAS-ABANDONO
                       ' DIAS  EXIGE ATRASO: ' CFG-EXIGE-ATRASO
               WHEN 'MINCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-MINIMO
                   DISPLAY '  JANELA DE VENDAS: ' MCF-JANELA-DIAS
                       ' DIAS  FATOR DE SEGURANCA: '
                       MCF-FATOR-SEGURANCA
               WHEN 'USADOCFG'
                   MOVE WRK-EXB-VALOR TO REG-CFG-USADOS
                   MOVE UCF-PCT-OTIMO TO WRK-PERC-ED
                   DISPLAY '  RECOMPRA OTIMO: ' WRK-PERC-ED '%'
                   MOVE UCF-PCT-BOM TO WRK-PERC-ED
                   DISPLAY '  RECOMPRA BOM: ' WRK-PERC-ED '%'
                   MOVE UCF-PCT-REGULAR TO WRK-PERC-ED
                   DISPLAY '  RECOMPRA REGULAR: ' WRK-PERC-ED '%'
                   MOVE UCF-PCT-REVENDA TO WRK-PERC-ED
                   DISPLAY '  REVENDA: ' WRK-PERC-ED '%'
           END-EVALUATE.

       0900-GRAVAR-AUDITORIA-PRM.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB131' TO WRK-AUD-PROGRAMA.
           MOVE SPACES TO WRK-AUD-VALOR-ENTRADA.
           STRING WRK-PRM-CODIGO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-PRM-ARGUMENTO DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-NOVA-VIGENCIA DELIMITED BY SIZE
                  INTO WRK-AUD-VALOR-ENTRADA
           END-STRING.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'datevalpp.cpy'.
