      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Imobilizado - master dos bens (veiculos da frota de
      *          VEICULOS.DAT e armazens de ESPACO.DAT) com data de
      *          aquisicao, custo, vida util e centro de custo;
      *          depreciacao mensal em linha reta postada no razao
      *          pelo lancador de partida dobrada, baixa com apuracao
      *          de ganho ou perda e relatorio do imobilizado com
      *          depreciacao acumulada e valor liquido contabil
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB102.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'imosel.cpy'.
            COPY 'veisel.cpy'.
            COPY 'espsel.cpy'.
            COPY 'ccusel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-IMOBILIZADO-CSV ASSIGN TO 'IMOBILIZ.CSV'
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'imofd.cpy'.
           COPY 'veifd.cpy'.
           COPY 'espfd.cpy'.
           COPY 'ccufd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

       FD  ARQ-IMOBILIZADO-CSV.
       01  REG-IMOBILIZADO-CSV PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MANUTENCAO  VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-EOF-ESPACO       PIC X(01)   VALUE 'N'.
           88 FIM-ESPACO       VALUE 'S'.
       77 WRK-GERAR-CSV        PIC X(01)   VALUE 'N'.
           88 GERAR-CSV        VALUE 'S'.

      * Campos digitados no cadastro do bem.
       77 WRK-IMO-CODIGO       PIC X(08)   VALUE SPACES.
       77 WRK-IMO-DESCRICAO    PIC X(30)   VALUE SPACES.
       77 WRK-IMO-TIPO         PIC X(01)   VALUE SPACES.
           88 BEM-VEICULO      VALUE 'V'.
           88 BEM-ESPACO       VALUE 'E'.
       77 WRK-IMO-REFERENCIA   PIC X(10)   VALUE SPACES.
       77 WRK-IMO-CUSTO        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-IMO-VIDA-UTIL    PIC 9(03)   VALUE ZEROS.
       77 WRK-IMO-CENTRO       PIC X(04)   VALUE SPACES.
      * Bem que ja existia antes do cadastro entra com a depreciacao
      * acumulada ate aqui e contra o patrimonio (230000); bem novo
      * entra contra fornecedores a pagar (211500).
       77 WRK-IMO-ACUM-INICIAL PIC 9(10)V99 VALUE ZEROS.
       77 WRK-IMO-BEM-NOVO     PIC X(01)   VALUE 'S'.
           88 BEM-NOVO         VALUE 'S'.
       77 WRK-IMO-REF-ACHADA   PIC X(01)   VALUE 'N'.
           88 REFERENCIA-ACHADA VALUE 'S'.

      * Data informada (aquisicao ou baixa), validada pela rotina
      * comum de datas.
       01 WRK-IMO-DATA.
           02 WRK-IMO-DATA-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-IMO-DATA-MES PIC 9(02)   VALUE ZEROS.
           02 WRK-IMO-DATA-DIA PIC 9(02)   VALUE ZEROS.
       01 WRK-IMO-DATA-NUM REDEFINES WRK-IMO-DATA PIC 9(08).

      * Competencia da depreciacao mensal.
       01 WRK-IMO-COMPETENCIA.
           02 WRK-IMO-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-IMO-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-IMO-COMP-NUM REDEFINES WRK-IMO-COMPETENCIA PIC 9(06).

      * Depreciacao e baixa.
       77 WRK-IMO-QUOTA        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-IMO-LIQUIDO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-IMO-VALOR-VENDA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-IMO-VENDA-BEM    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-IMO-RESULTADO    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-IMO-QTD-DEPR     PIC 9(05)   VALUE ZEROS.
       77 WRK-IMO-QTD-JA-DEPR  PIC 9(05)   VALUE ZEROS.
       77 WRK-IMO-TOT-DEPR     PIC 9(12)V99 VALUE ZEROS.

      * Totais do relatorio (bens ativos).
       77 WRK-IMO-QTD-BENS     PIC 9(05)   VALUE ZEROS.
       77 WRK-IMO-TOT-CUSTO    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-IMO-TOT-ACUM     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-IMO-TOT-LIQUIDO  PIC 9(12)V99 VALUE ZEROS.

      * Campos editados.
       77 WRK-IMO-CUSTO-ED     PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-IMO-ACUM-ED      PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-IMO-LIQUIDO-ED   PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-IMO-QUOTA-ED     PIC $ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-IMO-RESULTADO-ED PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-IMO-TOTAL-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-IMO-CSV-CUSTO    PIC Z(09)9,99   VALUE ZEROS.
       77 WRK-IMO-CSV-ACUM     PIC Z(09)9,99   VALUE ZEROS.
       77 WRK-IMO-CSV-LIQUIDO  PIC Z(09)9,99   VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'imows.cpy'.
           COPY 'veiws.cpy'.
           COPY 'espws.cpy'.
           COPY 'ccuws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB102' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== IMOBILIZADO - VEICULOS E ARMAZENS ====='.
           DISPLAY '1 - CADASTRAR BEM'.
           DISPLAY '2 - DEPRECIACAO DO MES (SUPERVISOR)'.
           DISPLAY '3 - BAIXA DE BEM (SUPERVISOR)'.
           DISPLAY '4 - RELATORIO DO IMOBILIZADO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CADASTRAR-BEM
               WHEN 2
                   PERFORM 0400-DEPRECIAR-MES
               WHEN 3
                   PERFORM 0500-BAIXAR-BEM
               WHEN 4
                   PERFORM 0600-EMITIR-RELATORIO
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-CADASTRAR-BEM.
      * O bem aponta para o veiculo (placa) ou o armazem
      * (identificador) que ja existe na operacao; centro em branco
      * vale o centro geral '0000', qualquer outro precisa estar
      * ativo em CCUSTO.DAT.
           DISPLAY 'CODIGO DO BEM:'.
           ACCEPT WRK-IMO-CODIGO.
           DISPLAY 'DESCRICAO:'.
           ACCEPT WRK-IMO-DESCRICAO.
           DISPLAY 'TIPO (V-VEICULO  E-ARMAZEM):'.
           ACCEPT WRK-IMO-TIPO.
           IF BEM-VEICULO
               DISPLAY 'PLACA DO VEICULO:'
           ELSE
               DISPLAY 'IDENTIFICADOR DO ARMAZEM:'
           END-IF.
           ACCEPT WRK-IMO-REFERENCIA.
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD):'.
           ACCEPT WRK-IMO-DATA.
           DISPLAY 'CUSTO DE AQUISICAO:'.
           ACCEPT WRK-IMO-CUSTO.
           DISPLAY 'VIDA UTIL (MESES):'.
           ACCEPT WRK-IMO-VIDA-UTIL.
           DISPLAY 'CENTRO DE CUSTO (BRANCO = 0000):'.
           ACCEPT WRK-IMO-CENTRO.
           IF WRK-IMO-CENTRO = SPACES
               MOVE '0000' TO WRK-IMO-CENTRO
           END-IF.
           DISPLAY 'BEM NOVO - AQUISICAO A PAGAR (S/N):'.
           ACCEPT WRK-IMO-BEM-NOVO.
           MOVE ZEROS TO WRK-IMO-ACUM-INICIAL.
           IF NOT BEM-NOVO
               DISPLAY 'DEPRECIACAO JA ACUMULADA:'
               ACCEPT WRK-IMO-ACUM-INICIAL
           END-IF.
           PERFORM 0310-VERIFICAR-REFERENCIA.
           MOVE WRK-IMO-DATA-ANO TO WRK-DTV-ANO.
           MOVE WRK-IMO-DATA-MES TO WRK-DTV-MES.
           MOVE WRK-IMO-DATA-DIA TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           SET CENTRO-VALIDO TO TRUE.
           IF WRK-IMO-CENTRO NOT = '0000'
               MOVE WRK-IMO-CENTRO TO WRK-CCU-PROCURADO
               PERFORM 9550-VALIDAR-CENTRO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-IMO-CODIGO = SPACES
                   DISPLAY 'CODIGO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN NOT BEM-VEICULO AND NOT BEM-ESPACO
                   DISPLAY 'TIPO DE BEM INVALIDO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN NOT REFERENCIA-ACHADA
                   DISPLAY 'VEICULO OU ARMAZEM NAO CADASTRADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN DATA-INVALIDA
                   DISPLAY 'DATA DE AQUISICAO INVALIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-IMO-CUSTO = ZEROS OR WRK-IMO-VIDA-UTIL = ZEROS
                   DISPLAY 'CUSTO E VIDA UTIL SAO OBRIGATORIOS'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-IMO-ACUM-INICIAL > WRK-IMO-CUSTO
                   DISPLAY 'DEPRECIACAO ACUMULADA ACIMA DO CUSTO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN CENTRO-INVALIDO
                   DISPLAY 'CENTRO DE CUSTO INEXISTENTE OU INATIVO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0350-GRAVAR-BEM
           END-EVALUATE.

       0310-VERIFICAR-REFERENCIA.
           MOVE 'N' TO WRK-IMO-REF-ACHADA.
           IF BEM-VEICULO
               MOVE WRK-IMO-REFERENCIA TO VEI-PLACA
               OPEN INPUT ARQ-VEICULOS
               IF WRK-FS-VEICULOS = '00'
                   READ ARQ-VEICULOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET REFERENCIA-ACHADA TO TRUE
                   END-READ
                   CLOSE ARQ-VEICULOS
               END-IF
           END-IF.
      * ESPACO.DAT guarda uma linha por calculo de espaco - basta o
      * identificador aparecer em alguma delas.
           IF BEM-ESPACO
               MOVE 'N' TO WRK-EOF-ESPACO
               OPEN INPUT ARQ-ESPACO
               IF WRK-FS-ESPACO = '00'
                   PERFORM UNTIL FIM-ESPACO OR REFERENCIA-ACHADA
                       READ ARQ-ESPACO
                           AT END
                               SET FIM-ESPACO TO TRUE
                           NOT AT END
                               IF ESP-IDENTIFICADOR =
                                       WRK-IMO-REFERENCIA
                                   SET REFERENCIA-ACHADA TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ESPACO
               END-IF
           END-IF.

       0350-GRAVAR-BEM.
           MOVE WRK-IMO-CODIGO       TO IMO-CODIGO.
           MOVE WRK-IMO-DESCRICAO    TO IMO-DESCRICAO.
           MOVE WRK-IMO-TIPO         TO IMO-TIPO.
           MOVE WRK-IMO-REFERENCIA   TO IMO-REFERENCIA.
           MOVE WRK-IMO-DATA-NUM     TO IMO-DATA-AQUISICAO.
           MOVE WRK-IMO-CUSTO        TO IMO-CUSTO.
           MOVE WRK-IMO-VIDA-UTIL    TO IMO-VIDA-UTIL.
           MOVE WRK-IMO-CENTRO       TO IMO-CENTRO-CUSTO.
           MOVE WRK-IMO-ACUM-INICIAL TO IMO-DEPR-ACUMULADA.
           MOVE ZEROS                TO IMO-ULT-COMPETENCIA
                                        IMO-DATA-BAIXA
                                        IMO-VALOR-BAIXA.
           MOVE 'A'                  TO IMO-SITUACAO.
           ACCEPT IMO-USUARIO FROM ENVIRONMENT 'USER'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE        TO IMO-DATA-CADASTRO.
           OPEN I-O ARQ-IMOBILIZADO.
           IF WRK-FS-IMOBILIZADO = '35'
               OPEN OUTPUT ARQ-IMOBILIZADO
               CLOSE ARQ-IMOBILIZADO
               OPEN I-O ARQ-IMOBILIZADO
           END-IF.
      * O custo ja foi ao razao na inclusao - bem existente nao e
      * regravado por aqui.
           WRITE REG-IMOBILIZADO
               INVALID KEY
                   DISPLAY 'BEM JA CADASTRADO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               NOT INVALID KEY
                   DISPLAY 'BEM INCLUIDO'
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   PERFORM 0360-POSTAR-AQUISICAO
           END-WRITE.
           CLOSE ARQ-IMOBILIZADO.

       0360-POSTAR-AQUISICAO.
           MOVE 'PROGCOB102'     TO WRK-RAZ-PROGRAMA.
           SET DOC-BEM-IMOBILIZADO TO TRUE.
           MOVE WRK-IMO-CODIGO TO WRK-RAZ-DOC-NUMERO.
           MOVE WRK-IMO-CENTRO   TO WRK-RAZ-CENTRO.
           MOVE '121000'         TO WRK-RAZ-CONTA-DEB.
           IF BEM-NOVO
               MOVE '211500'     TO WRK-RAZ-CONTA-CRE
               MOVE 'IMOBILIZADO - AQUISICAO DE BEM'
                   TO WRK-RAZ-DESCRICAO
           ELSE
               MOVE '230000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'IMOBILIZADO - IMPLANTACAO'
                   TO WRK-RAZ-DESCRICAO
           END-IF.
           MOVE WRK-IMO-CUSTO    TO WRK-RAZ-VALOR.
           PERFORM 9781-POSTAR-PARTIDA-DOBRADA.
           IF WRK-IMO-ACUM-INICIAL > ZEROS
               MOVE '230000'     TO WRK-RAZ-CONTA-DEB
               MOVE '121900'     TO WRK-RAZ-CONTA-CRE
               MOVE 'IMOBILIZADO - DEPR. INICIAL'
                   TO WRK-RAZ-DESCRICAO
               MOVE WRK-IMO-ACUM-INICIAL TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           MOVE WRK-IMO-CUSTO    TO WRK-IMO-CUSTO-ED.
           MOVE 'IMOBILIZADO'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-IMO-CODIGO   TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-IMO-CUSTO-ED TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-IMO.

       0400-DEPRECIAR-MES.
      * Depreciacao vai ao razao - so supervisor (ou ADM) do sign-on
      * executa, e so em competencia de periodo ainda aberto.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - DEPRECIACAO NAO FEITA'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'DEPRECIACAO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0410-LER-COMPETENCIA
           END-EVALUATE.

       0410-LER-COMPETENCIA.
           DISPLAY 'COMPETENCIA DA DEPRECIACAO (AAAAMM):'.
           ACCEPT WRK-IMO-COMPETENCIA.
           IF WRK-IMO-COMP-NUM NOT NUMERIC
              OR WRK-IMO-COMP-ANO = ZEROS
              OR WRK-IMO-COMP-MES < 1 OR WRK-IMO-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-IMO-COMP-NUM TO WRK-PER-CONSULTA
               PERFORM 9790-VERIFICAR-PERIODO
               IF PERIODO-FECHADO
                   DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                       ' JA FECHADO - DEPRECIACAO RECUSADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM 0420-DEPRECIAR-BENS
               END-IF
           END-IF.

       0420-DEPRECIAR-BENS.
           MOVE ZEROS TO WRK-IMO-QTD-DEPR WRK-IMO-QTD-JA-DEPR
                         WRK-IMO-TOT-DEPR.
           MOVE 'PROGCOB102' TO WRK-REP-PROGRAMA.
           MOVE 'DEPRECIACAO MENSAL DO IMOBILIZADO'
               TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'COMPETENCIA: ' WRK-IMO-COMP-NUM.
           DISPLAY 'CODIGO   DESCRICAO                    QUOTA DO MES'
               '     ACUMULADA'.
           MOVE 'N' TO WRK-EOF-IMOBILIZADO.
           OPEN I-O ARQ-IMOBILIZADO.
           IF WRK-FS-IMOBILIZADO NOT = '00'
               DISPLAY 'NENHUM BEM CADASTRADO'
           ELSE
               PERFORM UNTIL FIM-IMOBILIZADO
                   READ ARQ-IMOBILIZADO NEXT RECORD
                       AT END
                           SET FIM-IMOBILIZADO TO TRUE
                       NOT AT END
                           PERFORM 0430-DEPRECIAR-UM-BEM
                   END-READ
               END-PERFORM
               CLOSE ARQ-IMOBILIZADO
           END-IF.
           MOVE WRK-IMO-TOT-DEPR TO WRK-IMO-TOTAL-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'BENS DEPRECIADOS NO MES......: ' WRK-IMO-QTD-DEPR.
           DISPLAY 'JA DEPRECIADOS NA COMPETENCIA: '
               WRK-IMO-QTD-JA-DEPR.
           DISPLAY 'DEPRECIACAO TOTAL DO MES.....: ' WRK-IMO-TOTAL-ED.
           MOVE 'DEPRECIACAO'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-IMO-COMP-NUM TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-IMO-TOTAL-ED TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-IMO.

       0430-DEPRECIAR-UM-BEM.
      * Linha reta: custo / vida util por mes, a partir do mes da
      * aquisicao e ate a depreciacao acumulada alcancar o custo; a
      * ultima quota so completa o que falta. Competencia ja
      * depreciada (reexecucao) e so contada, nunca repostada.
           IF IMO-SITUACAO = 'A'
              AND IMO-DATA-AQUISICAO(1:6) <= WRK-IMO-COMP-NUM
              AND IMO-DEPR-ACUMULADA < IMO-CUSTO
               IF IMO-ULT-COMPETENCIA >= WRK-IMO-COMP-NUM
                   ADD 1 TO WRK-IMO-QTD-JA-DEPR
               ELSE
                   COMPUTE WRK-IMO-QUOTA ROUNDED =
                       IMO-CUSTO / IMO-VIDA-UTIL
                   COMPUTE WRK-IMO-LIQUIDO =
                       IMO-CUSTO - IMO-DEPR-ACUMULADA
                   IF WRK-IMO-QUOTA > WRK-IMO-LIQUIDO
                       MOVE WRK-IMO-LIQUIDO TO WRK-IMO-QUOTA
                   END-IF
                   ADD WRK-IMO-QUOTA TO IMO-DEPR-ACUMULADA
                   MOVE WRK-IMO-COMP-NUM TO IMO-ULT-COMPETENCIA
                   REWRITE REG-IMOBILIZADO
                   MOVE 'PROGCOB102'     TO WRK-RAZ-PROGRAMA
                   SET DOC-BEM-IMOBILIZADO TO TRUE
                   MOVE IMO-CODIGO TO WRK-RAZ-DOC-NUMERO
                   MOVE IMO-CENTRO-CUSTO TO WRK-RAZ-CENTRO
                   MOVE '541000'         TO WRK-RAZ-CONTA-DEB
                   MOVE '121900'         TO WRK-RAZ-CONTA-CRE
                   MOVE 'DEPRECIACAO DO IMOBILIZADO'
                       TO WRK-RAZ-DESCRICAO
                   MOVE WRK-IMO-QUOTA    TO WRK-RAZ-VALOR
                   PERFORM 9781-POSTAR-PARTIDA-DOBRADA
                   ADD 1 TO WRK-IMO-QTD-DEPR
                   ADD 1 TO WRK-RUN-QTD-LIDOS
                   ADD WRK-IMO-QUOTA TO WRK-IMO-TOT-DEPR
                   MOVE WRK-IMO-QUOTA      TO WRK-IMO-QUOTA-ED
                   MOVE IMO-DEPR-ACUMULADA TO WRK-IMO-ACUM-ED
                   DISPLAY IMO-CODIGO ' ' IMO-DESCRICAO(1:20) ' '
                       WRK-IMO-QUOTA-ED ' ' WRK-IMO-ACUM-ED
               END-IF
           END-IF.

       0500-BAIXAR-BEM.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON RECUSADO - BAIXA NAO FEITA'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'BAIXA EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0690-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0510-LER-BAIXA
           END-EVALUATE.

       0510-LER-BAIXA.
           DISPLAY 'CODIGO DO BEM:'.
           ACCEPT WRK-IMO-CODIGO.
           DISPLAY 'DATA DA BAIXA (AAAAMMDD):'.
           ACCEPT WRK-IMO-DATA.
           DISPLAY 'VALOR DE VENDA (ZERO = SUCATA/PERDA):'.
           ACCEPT WRK-IMO-VALOR-VENDA.
           MOVE WRK-IMO-DATA-ANO TO WRK-DTV-ANO.
           MOVE WRK-IMO-DATA-MES TO WRK-DTV-MES.
           MOVE WRK-IMO-DATA-DIA TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           IF DATA-INVALIDA
               DISPLAY 'DATA DA BAIXA INVALIDA'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-IMO-DATA-NUM(1:6) TO WRK-PER-CONSULTA
               PERFORM 9790-VERIFICAR-PERIODO
               IF PERIODO-FECHADO
                   DISPLAY 'PERIODO ' WRK-PER-CONSULTA
                       ' JA FECHADO - BAIXA RECUSADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               ELSE
                   PERFORM 0520-EFETIVAR-BAIXA
               END-IF
           END-IF.

       0520-EFETIVAR-BAIXA.
           MOVE WRK-IMO-CODIGO TO IMO-CODIGO.
           OPEN I-O ARQ-IMOBILIZADO.
           IF WRK-FS-IMOBILIZADO NOT = '00'
               DISPLAY 'NENHUM BEM CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               READ ARQ-IMOBILIZADO
                   INVALID KEY
                       DISPLAY 'BEM NAO CADASTRADO'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       IF IMO-SITUACAO NOT = 'A'
                           DISPLAY 'BEM JA BAIXADO EM '
                               IMO-DATA-BAIXA
                           ADD 1 TO WRK-RUN-QTD-REJEITADOS
                       ELSE
                           PERFORM 0530-APURAR-RESULTADO
                           MOVE 'B'              TO IMO-SITUACAO
                           MOVE WRK-IMO-DATA-NUM TO IMO-DATA-BAIXA
                           MOVE WRK-IMO-VALOR-VENDA
                               TO IMO-VALOR-BAIXA
                           REWRITE REG-IMOBILIZADO
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                       END-IF
               END-READ
               CLOSE ARQ-IMOBILIZADO
           END-IF.

       0530-APURAR-RESULTADO.
      * Valor liquido contabil = custo - depreciacao acumulada; o
      * ganho (venda acima do liquido) ou a perda (abaixo) vai ao
      * resultado. A conta do bem (121000) sai inteira: pela
      * depreciacao acumulada, pela parte da venda que cobre o
      * liquido e, havendo perda, pelo que a venda nao cobriu.
           COMPUTE WRK-IMO-LIQUIDO =
               IMO-CUSTO - IMO-DEPR-ACUMULADA.
           COMPUTE WRK-IMO-RESULTADO =
               WRK-IMO-VALOR-VENDA - WRK-IMO-LIQUIDO.
           IF WRK-IMO-VALOR-VENDA > WRK-IMO-LIQUIDO
               MOVE WRK-IMO-LIQUIDO     TO WRK-IMO-VENDA-BEM
           ELSE
               MOVE WRK-IMO-VALOR-VENDA TO WRK-IMO-VENDA-BEM
           END-IF.
           MOVE 'PROGCOB102'     TO WRK-RAZ-PROGRAMA.
           SET DOC-BEM-IMOBILIZADO TO TRUE.
           MOVE IMO-CODIGO TO WRK-RAZ-DOC-NUMERO.
           MOVE IMO-CENTRO-CUSTO TO WRK-RAZ-CENTRO.
           IF IMO-DEPR-ACUMULADA > ZEROS
               MOVE '121900'     TO WRK-RAZ-CONTA-DEB
               MOVE '121000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'BAIXA - DEPRECIACAO ACUMULADA'
                   TO WRK-RAZ-DESCRICAO
               MOVE IMO-DEPR-ACUMULADA TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           IF WRK-IMO-VENDA-BEM > ZEROS
               MOVE '111000'     TO WRK-RAZ-CONTA-DEB
               MOVE '121000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'BAIXA - VALOR DE VENDA DO BEM'
                   TO WRK-RAZ-DESCRICAO
               MOVE IMO-CODIGO   TO WRK-RAZ-REFERENCIA
               MOVE WRK-IMO-VENDA-BEM TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           IF WRK-IMO-RESULTADO > ZEROS
               MOVE '111000'     TO WRK-RAZ-CONTA-DEB
               MOVE '415000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'BAIXA - GANHO NA ALIENACAO'
                   TO WRK-RAZ-DESCRICAO
               MOVE IMO-CODIGO   TO WRK-RAZ-REFERENCIA
               MOVE WRK-IMO-RESULTADO TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           IF WRK-IMO-RESULTADO < ZEROS
               MOVE '542000'     TO WRK-RAZ-CONTA-DEB
               MOVE '121000'     TO WRK-RAZ-CONTA-CRE
               MOVE 'BAIXA - PERDA NA ALIENACAO'
                   TO WRK-RAZ-DESCRICAO
               COMPUTE WRK-RAZ-VALOR = 0 - WRK-IMO-RESULTADO
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           MOVE IMO-CUSTO          TO WRK-IMO-CUSTO-ED.
           MOVE IMO-DEPR-ACUMULADA TO WRK-IMO-ACUM-ED.
           MOVE WRK-IMO-LIQUIDO    TO WRK-IMO-LIQUIDO-ED.
           MOVE WRK-IMO-RESULTADO  TO WRK-IMO-RESULTADO-ED.
           DISPLAY 'CUSTO.................: ' WRK-IMO-CUSTO-ED.
           DISPLAY 'DEPRECIACAO ACUMULADA.: ' WRK-IMO-ACUM-ED.
           DISPLAY 'VALOR LIQUIDO CONTABIL: ' WRK-IMO-LIQUIDO-ED.
           IF WRK-IMO-RESULTADO < ZEROS
               DISPLAY 'PERDA NA BAIXA........: ' WRK-IMO-RESULTADO-ED
           ELSE
               DISPLAY 'GANHO NA BAIXA........: ' WRK-IMO-RESULTADO-ED
           END-IF.
           MOVE 'BAIXA-IMOBILIZADO'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE IMO-CODIGO             TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-IMO-RESULTADO-ED   TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-IMO.

       0600-EMITIR-RELATORIO.
      * Registro do imobilizado: custo, depreciacao acumulada e
      * valor liquido contabil por bem; os totais somam so os bens
      * ativos.
           DISPLAY 'GERAR ARQUIVO CSV (S/N):'.
           ACCEPT WRK-GERAR-CSV.
           MOVE ZEROS TO WRK-IMO-QTD-BENS WRK-IMO-TOT-CUSTO
                         WRK-IMO-TOT-ACUM WRK-IMO-TOT-LIQUIDO.
           MOVE 'PROGCOB102' TO WRK-REP-PROGRAMA.
           MOVE 'REGISTRO DO IMOBILIZADO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'CODIGO   T REFERENCIA AQUISICAO CC  '
               '          CUSTO      ACUMULADA        LIQUIDO S'.
           IF GERAR-CSV
               OPEN OUTPUT ARQ-IMOBILIZADO-CSV
               STRING 'CODIGO;DESCRICAO;TIPO;REFERENCIA;AQUISICAO;'
                      'CENTRO;CUSTO;ACUMULADA;LIQUIDO;SITUACAO'
                   DELIMITED BY SIZE INTO REG-IMOBILIZADO-CSV
               END-STRING
               WRITE REG-IMOBILIZADO-CSV
           END-IF.
           MOVE 'N' TO WRK-EOF-IMOBILIZADO.
           OPEN INPUT ARQ-IMOBILIZADO.
           IF WRK-FS-IMOBILIZADO NOT = '00'
               DISPLAY 'NENHUM BEM CADASTRADO'
           ELSE
               PERFORM UNTIL FIM-IMOBILIZADO
                   READ ARQ-IMOBILIZADO NEXT RECORD
                       AT END
                           SET FIM-IMOBILIZADO TO TRUE
                       NOT AT END
                           PERFORM 0610-IMPRIMIR-BEM
                   END-READ
               END-PERFORM
               CLOSE ARQ-IMOBILIZADO
           END-IF.
           IF GERAR-CSV
               CLOSE ARQ-IMOBILIZADO-CSV
               DISPLAY 'ARQUIVO IMOBILIZ.CSV GERADO'
           END-IF.
           DISPLAY '-------------------------------------'.
           DISPLAY 'BENS ATIVOS..............: ' WRK-IMO-QTD-BENS.
           MOVE WRK-IMO-TOT-CUSTO TO WRK-IMO-TOTAL-ED.
           DISPLAY 'CUSTO TOTAL..............: ' WRK-IMO-TOTAL-ED.
           MOVE WRK-IMO-TOT-ACUM TO WRK-IMO-TOTAL-ED.
           DISPLAY 'DEPRECIACAO ACUMULADA....: ' WRK-IMO-TOTAL-ED.
           MOVE WRK-IMO-TOT-LIQUIDO TO WRK-IMO-TOTAL-ED.
           DISPLAY 'VALOR LIQUIDO CONTABIL...: ' WRK-IMO-TOTAL-ED.
           MOVE 'RELATORIO-IMOBILIZADO' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-IMO-QTD-BENS        TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-IMO-TOTAL-ED        TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-IMO.

       0610-IMPRIMIR-BEM.
      * Bem baixado sai com liquido zero - o que restava foi
      * consumido na apuracao do ganho ou da perda.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           IF IMO-SITUACAO = 'A'
               COMPUTE WRK-IMO-LIQUIDO =
                   IMO-CUSTO - IMO-DEPR-ACUMULADA
               ADD 1                  TO WRK-IMO-QTD-BENS
               ADD IMO-CUSTO          TO WRK-IMO-TOT-CUSTO
               ADD IMO-DEPR-ACUMULADA TO WRK-IMO-TOT-ACUM
               ADD WRK-IMO-LIQUIDO    TO WRK-IMO-TOT-LIQUIDO
           ELSE
               MOVE ZEROS TO WRK-IMO-LIQUIDO
           END-IF.
           MOVE IMO-CUSTO          TO WRK-IMO-CUSTO-ED.
           MOVE IMO-DEPR-ACUMULADA TO WRK-IMO-ACUM-ED.
           MOVE WRK-IMO-LIQUIDO    TO WRK-IMO-LIQUIDO-ED.
           DISPLAY IMO-CODIGO ' ' IMO-TIPO ' ' IMO-REFERENCIA ' '
               IMO-DATA-AQUISICAO ' ' IMO-CENTRO-CUSTO ' '
               WRK-IMO-CUSTO-ED ' ' WRK-IMO-ACUM-ED ' '
               WRK-IMO-LIQUIDO-ED ' ' IMO-SITUACAO.
           DISPLAY '         ' IMO-DESCRICAO.
           IF GERAR-CSV
               MOVE IMO-CUSTO          TO WRK-IMO-CSV-CUSTO
               MOVE IMO-DEPR-ACUMULADA TO WRK-IMO-CSV-ACUM
               MOVE WRK-IMO-LIQUIDO    TO WRK-IMO-CSV-LIQUIDO
               MOVE SPACES TO REG-IMOBILIZADO-CSV
               STRING
                   IMO-CODIGO DELIMITED BY SPACE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(IMO-DESCRICAO) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   IMO-TIPO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(IMO-REFERENCIA) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   IMO-DATA-AQUISICAO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   IMO-CENTRO-CUSTO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-IMO-CSV-CUSTO) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-IMO-CSV-ACUM) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-IMO-CSV-LIQUIDO)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   IMO-SITUACAO DELIMITED BY SIZE
                   INTO REG-IMOBILIZADO-CSV
               END-STRING
               WRITE REG-IMOBILIZADO-CSV
           END-IF.

       0690-LOGAR-RECUSA.
           MOVE 'PROGCOB102'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO   TO WRK-SEG-USUARIO.
           MOVE 'OPERACAO DO IMOBILIZADO NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0900-GRAVAR-AUDITORIA-IMO.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB102' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'ccupp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB102.
