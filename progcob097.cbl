      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Vale-transporte e vale-refeicao - cadastro dos
      *          beneficios por empregado (tarifa e viagens por dia,
      *          credito diario do cartao) e apuracao mensal pelos
      *          dias uteis do calendario menos os afastamentos: o
      *          VT desconta do empregado ate 6% do salario (o resto
      *          e da empresa), gera um arquivo de compra por
      *          fornecedor e posta no razao a parte da empresa; o
      *          desconto sai na folha do PROGCOB01 (BENAPUR.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB097.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'bensel.cpy'.
            COPY 'bapsel.cpy'.
            COPY 'afasel.cpy'.
            COPY 'calsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'runsel.cpy'.
      * Arquivo de compra montado por fornecedor (BENCxxxx.DAT) antes
      * de cada gravacao, no mesmo molde da carga por transportadora.
            SELECT ARQ-BENEF-COMPRA ASSIGN TO WRK-BNF-ARQUIVO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-BENEF-COMPRA.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'benfd.cpy'.
           COPY 'bapfd.cpy'.
           COPY 'afafd.cpy'.
           COPY 'calfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.

       FD  ARQ-BENEF-COMPRA.
       01  REG-BENEF-COMPRA.
           05 BCP-COMPETENCIA  PIC 9(06).
           05 BCP-TIPO         PIC X(02).
           05 BCP-FORNECEDOR   PIC X(04).
           05 BCP-MATRICULA    PIC X(06).
           05 BCP-NOME         PIC X(20).
           05 BCP-QUANTIDADE   PIC 9(03).
           05 BCP-VALOR-UNIT   PIC 9(03)V99.
           05 BCP-VALOR        PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-MANUTENCAO  VALUE 'S'.
       77 WRK-BNF-STATUS       PIC X(01)   VALUE 'S'.
           88 BENEFICIO-OK         VALUE 'S'.
           88 BENEFICIO-COM-ERRO   VALUE 'N'.

      * Campos digitados no cadastro.
       77 WRK-BNF-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-BNF-TARIFA       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BNF-VIAGENS      PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-VT-FORN      PIC X(04)   VALUE SPACES.
       77 WRK-BNF-VR-DIA       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BNF-VR-FORN      PIC X(04)   VALUE SPACES.
       77 WRK-BNF-DATA-HOJE    PIC 9(08)   VALUE ZEROS.

      * Competencia apurada e calendario do mes: um indicador por
      * dia - 'S' dia util (nem sabado, nem domingo, nem feriado do
      * CALENDARIO.DAT); a copia por empregado perde os dias de
      * afastamento e os anteriores a admissao.
       01 WRK-BNF-COMPETENCIA.
           02 WRK-BNF-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-BNF-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-BNF-COMP-NUM REDEFINES WRK-BNF-COMPETENCIA PIC 9(06).
       01 WRK-BNF-DATA.
           02 WRK-BNF-DATA-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-BNF-DATA-MES PIC 9(02)   VALUE ZEROS.
           02 WRK-BNF-DATA-DIA PIC 9(02)   VALUE ZEROS.
       01 WRK-BNF-DATA-NUM REDEFINES WRK-BNF-DATA PIC 9(08).
       77 WRK-BNF-DATA-INT     PIC 9(08)   VALUE ZEROS.
       77 WRK-BNF-DIA-SEM      PIC 9(01)   VALUE ZEROS.
       77 WRK-BNF-DIAS-MES     PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-DIA          PIC 9(02)   VALUE ZEROS.
       01 WRK-BNF-TAB-MES.
           02 WRK-BNF-UTIL-MES PIC X(01)   OCCURS 31 TIMES.
       01 WRK-BNF-TAB-EMP.
           02 WRK-BNF-UTIL-EMP PIC X(01)   OCCURS 31 TIMES.
       77 WRK-BNF-UTEIS-MES    PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-UTEIS-EMP    PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-INI-MES      PIC 9(08)   VALUE ZEROS.
       77 WRK-BNF-FIM-MES      PIC 9(08)   VALUE ZEROS.
       77 WRK-BNF-DIA-INI      PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-DIA-FIM      PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-JA-APURADA   PIC X(01)   VALUE 'N'.
           88 COMPETENCIA-APURADA VALUE 'S'.
       77 WRK-BNF-EMP-ACHADO   PIC X(01)   VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.

      * Calculo do empregado: teto legal do desconto de VT em 6% do
      * salario; o VR e todo da empresa.
       77 WRK-BNF-PERC-VT      PIC 9(01)V99 VALUE 0,06.
       77 WRK-BNF-VT-CUSTO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BNF-VT-TETO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BNF-VT-DESCONTO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BNF-VT-EMPRESA   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BNF-VR-VALOR     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BNF-QTD-VIAGENS  PIC 9(03)   VALUE ZEROS.

      * Totais da apuracao.
       77 WRK-BNF-QTD-EMP      PIC 9(06)   VALUE ZEROS.
       77 WRK-BNF-TOT-VT-CUSTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BNF-TOT-VT-DESC  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BNF-TOT-VT-EMP   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BNF-TOT-VR       PIC 9(08)V99 VALUE ZEROS.

      * Arquivos de compra ja abertos nesta apuracao: o primeiro
      * registro de um fornecedor recria o arquivo, os demais
      * acrescentam.
       77 WRK-BNF-ARQUIVO      PIC X(12)   VALUE SPACES.
       77 WRK-FS-BENEF-COMPRA  PIC X(02)   VALUE '00'.
       77 WRK-BNF-FORN-PROC    PIC X(04)   VALUE SPACES.
       01 WRK-BNF-TAB-FORN.
           02 WRK-BNF-FORN-ABERTO PIC X(04) OCCURS 50 TIMES.
       77 WRK-BNF-QTD-FORN     PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-IDX          PIC 9(02)   VALUE ZEROS.
       77 WRK-BNF-FORN-ACHADO  PIC X(01)   VALUE 'N'.
           88 FORNECEDOR-ABERTO VALUE 'S'.
      * Fornecedores do empregado ainda fora da tabela - conferidos
      * antes de gravar qualquer coisa dele.
       77 WRK-BNF-FORN-NOVOS   PIC 9(02)   VALUE ZEROS.

      * Campos editados.
       77 WRK-BNF-TARIFA-ED    PIC ZZ9,99        VALUE ZEROS.
       77 WRK-BNF-VR-DIA-ED    PIC ZZ9,99        VALUE ZEROS.
       77 WRK-BNF-CUSTO-ED     PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-BNF-DESC-ED      PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-BNF-EMPR-ED      PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-BNF-VR-ED        PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-BNF-TOTAL-ED     PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'empws.cpy'.
           COPY 'benws.cpy'.
           COPY 'bapws.cpy'.
           COPY 'afaws.cpy'.
           COPY 'calws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB097' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-MANUTENCAO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== VALE-TRANSPORTE E VALE-REFEICAO ===='.
           DISPLAY '1 - INCLUIR OU ALTERAR BENEFICIOS'.
           DISPLAY '2 - EXCLUIR BENEFICIOS'.
           DISPLAY '3 - LISTAR BENEFICIOS'.
           DISPLAY '4 - APURAR COMPETENCIA (COMPRA E DESCONTO)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-BENEFICIO
               WHEN 2
                   PERFORM 0400-EXCLUIR-BENEFICIO
               WHEN 3
                   PERFORM 0500-LISTAR-BENEFICIOS
               WHEN 4
                   PERFORM 0600-APURAR-COMPETENCIA
               WHEN ZERO
                   SET SAIR-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-INCLUIR-BENEFICIO.
           SET BENEFICIO-OK TO TRUE.
           DISPLAY 'MATRICULA DO EMPREGADO:'.
           ACCEPT WRK-BNF-MATRICULA.
           MOVE WRK-BNF-MATRICULA TO EMP-MATRICULA.
           PERFORM 0310-LER-EMPREGADO.
           IF NOT EMPREGADO-ACHADO OR EMP-SITUACAO = 'D'
               DISPLAY 'EMPREGADO NAO ENCONTRADO OU DESLIGADO'
               SET BENEFICIO-COM-ERRO TO TRUE
           ELSE
               PERFORM 0320-LER-VALORES
           END-IF.
           IF BENEFICIO-OK
               PERFORM 0350-GRAVAR-BENEFICIO
           ELSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0310-LER-EMPREGADO.
           MOVE 'N' TO WRK-BNF-EMP-ACHADO.
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

       0320-LER-VALORES.
      * Beneficio zerado dispensa o fornecedor; informado, o
      * fornecedor e obrigatorio para o arquivo de compra.
           DISPLAY 'NOME: ' EMP-NOME.
           DISPLAY 'VT - TARIFA POR VIAGEM (999,99, ZERO = SEM VT):'.
           ACCEPT WRK-BNF-TARIFA.
           MOVE ZEROS  TO WRK-BNF-VIAGENS.
           MOVE SPACES TO WRK-BNF-VT-FORN.
           IF WRK-BNF-TARIFA > ZEROS
               DISPLAY 'VT - VIAGENS POR DIA UTIL (IDA E VOLTA = 2):'
               ACCEPT WRK-BNF-VIAGENS
               DISPLAY 'VT - FORNECEDOR (CODIGO):'
               ACCEPT WRK-BNF-VT-FORN
               IF WRK-BNF-VIAGENS = ZEROS
                   OR WRK-BNF-VT-FORN = SPACES
                   DISPLAY 'VIAGENS E FORNECEDOR DO VT SAO '
                       'OBRIGATORIOS'
                   SET BENEFICIO-COM-ERRO TO TRUE
               END-IF
           END-IF.
           DISPLAY 'VR - CREDITO POR DIA UTIL (999,99, ZERO = SEM VR):'.
           ACCEPT WRK-BNF-VR-DIA.
           MOVE SPACES TO WRK-BNF-VR-FORN.
           IF WRK-BNF-VR-DIA > ZEROS
               DISPLAY 'VR - FORNECEDOR (CODIGO):'
               ACCEPT WRK-BNF-VR-FORN
               IF WRK-BNF-VR-FORN = SPACES
                   DISPLAY 'FORNECEDOR DO VR E OBRIGATORIO'
                   SET BENEFICIO-COM-ERRO TO TRUE
               END-IF
           END-IF.
           IF WRK-BNF-TARIFA = ZEROS AND WRK-BNF-VR-DIA = ZEROS
               DISPLAY 'NENHUM BENEFICIO INFORMADO - USE A EXCLUSAO'
               SET BENEFICIO-COM-ERRO TO TRUE
           END-IF.

       0350-GRAVAR-BENEFICIO.
           MOVE WRK-BNF-MATRICULA TO BEN-MATRICULA.
           MOVE WRK-BNF-TARIFA    TO BEN-VT-TARIFA.
           MOVE WRK-BNF-VIAGENS   TO BEN-VT-VIAGENS.
           MOVE WRK-BNF-VT-FORN   TO BEN-VT-FORNECEDOR.
           MOVE WRK-BNF-VR-DIA    TO BEN-VR-VALOR-DIA.
           MOVE WRK-BNF-VR-FORN   TO BEN-VR-FORNECEDOR.
           ACCEPT BEN-USUARIO FROM ENVIRONMENT 'USER'.
           ACCEPT WRK-BNF-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-BNF-DATA-HOJE TO BEN-DATA-CADASTRO.
           OPEN I-O ARQ-BENEFICIOS.
           IF WRK-FS-BENEFICIOS = '35'
               OPEN OUTPUT ARQ-BENEFICIOS
               CLOSE ARQ-BENEFICIOS
               OPEN I-O ARQ-BENEFICIOS
           END-IF.
           WRITE REG-BENEFICIO
               INVALID KEY
                   REWRITE REG-BENEFICIO
                   DISPLAY 'BENEFICIOS ALTERADOS'
               NOT INVALID KEY
                   DISPLAY 'BENEFICIOS INCLUIDOS'
           END-WRITE.
           CLOSE ARQ-BENEFICIOS.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'BENEFICIO-VT-VR'   TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-BNF-MATRICULA   TO WRK-AUD-VALOR-ENTRADA.
           MOVE 'BENEFICIOS GRAVADOS' TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-BNF.

       0400-EXCLUIR-BENEFICIO.
           DISPLAY 'MATRICULA DO EMPREGADO:'.
           ACCEPT WRK-BNF-MATRICULA.
           OPEN I-O ARQ-BENEFICIOS.
           IF WRK-FS-BENEFICIOS NOT = '00'
               DISPLAY 'NENHUM BENEFICIO CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-BNF-MATRICULA TO BEN-MATRICULA
               DELETE ARQ-BENEFICIOS RECORD
                   INVALID KEY
                       DISPLAY 'MATRICULA SEM BENEFICIOS'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       DISPLAY 'BENEFICIOS EXCLUIDOS'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'EXCLUSAO-BENEFICIO' TO WRK-AUD-CAMPO-CHAVE
                       MOVE WRK-BNF-MATRICULA TO WRK-AUD-VALOR-ENTRADA
                       MOVE 'BENEFICIOS EXCLUIDOS'
                           TO WRK-AUD-VALOR-SAIDA
                       PERFORM 0900-GRAVAR-AUDITORIA-BNF
               END-DELETE
               CLOSE ARQ-BENEFICIOS
           END-IF.

       0500-LISTAR-BENEFICIOS.
           MOVE 'N' TO WRK-EOF-BENEFICIOS.
           OPEN INPUT ARQ-BENEFICIOS.
           IF WRK-FS-BENEFICIOS NOT = '00'
               DISPLAY 'NENHUM BENEFICIO CADASTRADO'
           ELSE
               DISPLAY 'MATRIC  TARIFA VIAG FORN  VR/DIA FORN'
               PERFORM UNTIL FIM-BENEFICIOS
                   READ ARQ-BENEFICIOS NEXT RECORD
                       AT END
                           SET FIM-BENEFICIOS TO TRUE
                       NOT AT END
                           MOVE BEN-VT-TARIFA    TO WRK-BNF-TARIFA-ED
                           MOVE BEN-VR-VALOR-DIA TO WRK-BNF-VR-DIA-ED
                           DISPLAY BEN-MATRICULA '  '
                               WRK-BNF-TARIFA-ED ' ' BEN-VT-VIAGENS
                               '   ' BEN-VT-FORNECEDOR '  '
                               WRK-BNF-VR-DIA-ED ' '
                               BEN-VR-FORNECEDOR
                           ADD 1 TO WRK-RUN-QTD-LIDOS
                   END-READ
               END-PERFORM
               CLOSE ARQ-BENEFICIOS
           END-IF.

       0600-APURAR-COMPETENCIA.
      * Uma apuracao por competencia: a compra vai ao fornecedor e a
      * parte da empresa ja postou no razao, entao repetir o mes
      * duplicaria os dois - a segunda tentativa e recusada.
           DISPLAY 'COMPETENCIA (AAAAMM, BRANCO = MES CORRENTE):'.
           ACCEPT WRK-BNF-COMP-NUM.
           ACCEPT WRK-BNF-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-BNF-COMP-NUM = ZEROS
               MOVE WRK-BNF-DATA-HOJE(1:6) TO WRK-BNF-COMP-NUM
           END-IF.
           MOVE WRK-BNF-DATA-HOJE(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           PERFORM 0610-VERIFICAR-APURADA.
           EVALUATE TRUE
               WHEN WRK-BNF-COMP-MES < 1 OR WRK-BNF-COMP-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-BNF-COMP-NUM
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN PERIODO-FECHADO
                   DISPLAY 'PERIODO CONTABIL CORRENTE FECHADO - '
                       'APURACAO NAO PERMITIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN COMPETENCIA-APURADA
                   DISPLAY 'COMPETENCIA ' WRK-BNF-COMP-NUM
                       ' JA APURADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0620-MONTAR-DIAS-UTEIS
                   PERFORM 0640-APURAR-BENEFICIOS
           END-EVALUATE.

       0610-VERIFICAR-APURADA.
           MOVE 'N' TO WRK-BNF-JA-APURADA.
           OPEN INPUT ARQ-BENEF-APURADO.
           IF WRK-FS-BENEF-APURADO = '00'
               MOVE WRK-BNF-COMP-NUM TO BAP-COMPETENCIA
               MOVE SPACES           TO BAP-MATRICULA
               START ARQ-BENEF-APURADO
                   KEY IS NOT LESS THAN BAP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARQ-BENEF-APURADO NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BAP-COMPETENCIA = WRK-BNF-COMP-NUM
                                   SET COMPETENCIA-APURADA TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE ARQ-BENEF-APURADO
           END-IF.

       0620-MONTAR-DIAS-UTEIS.
      * Dia da semana pelo mesmo mapeamento do PROGCOB011
      * (1=domingo ... 7=sabado); fevereiro tem 29 dias quando a data
      * 29 valida no ano (9600-VALIDAR-DATA).
           IF WRK-CAL-QTD = ZEROS
               PERFORM 0170-CARREGAR-CALENDARIO
           END-IF.
           MOVE WRK-DTV-DIAS-OCC(WRK-BNF-COMP-MES) TO WRK-BNF-DIAS-MES.
           IF WRK-BNF-COMP-MES = 02
               MOVE WRK-BNF-COMP-ANO TO WRK-DTV-ANO
               MOVE 02               TO WRK-DTV-MES
               MOVE 29               TO WRK-DTV-DIA
               PERFORM 9600-VALIDAR-DATA
               IF DATA-VALIDA
                   MOVE 29 TO WRK-BNF-DIAS-MES
               END-IF
           END-IF.
           MOVE ALL 'N' TO WRK-BNF-TAB-MES.
           MOVE ZEROS   TO WRK-BNF-UTEIS-MES.
           MOVE WRK-BNF-COMP-ANO TO WRK-BNF-DATA-ANO.
           MOVE WRK-BNF-COMP-MES TO WRK-BNF-DATA-MES.
           PERFORM VARYING WRK-BNF-DIA FROM 1 BY 1
                   UNTIL WRK-BNF-DIA > WRK-BNF-DIAS-MES
               MOVE WRK-BNF-DIA TO WRK-BNF-DATA-DIA
               COMPUTE WRK-BNF-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-BNF-DATA-NUM)
               COMPUTE WRK-BNF-DIA-SEM =
                   FUNCTION MOD(WRK-BNF-DATA-INT, 7) + 1
               MOVE WRK-BNF-DATA-ANO TO WRK-DTV-ANO
               MOVE WRK-BNF-DATA-MES TO WRK-DTV-MES
               MOVE WRK-BNF-DATA-DIA TO WRK-DTV-DIA
               PERFORM 9650-VERIFICAR-DIA-UTIL
               IF WRK-BNF-DIA-SEM NOT = 1 AND WRK-BNF-DIA-SEM NOT = 7
                  AND DIA-UTIL
                   MOVE 'S' TO WRK-BNF-UTIL-MES(WRK-BNF-DIA)
                   ADD 1 TO WRK-BNF-UTEIS-MES
               END-IF
           END-PERFORM.
           COMPUTE WRK-BNF-INI-MES = WRK-BNF-COMP-NUM * 100 + 1.
           COMPUTE WRK-BNF-FIM-MES =
               WRK-BNF-COMP-NUM * 100 + WRK-BNF-DIAS-MES.

       0640-APURAR-BENEFICIOS.
           MOVE 'N'   TO WRK-EOF-BENEFICIOS.
           MOVE ZEROS TO WRK-BNF-QTD-EMP WRK-BNF-QTD-FORN
                         WRK-BNF-TOT-VT-CUSTO WRK-BNF-TOT-VT-DESC
                         WRK-BNF-TOT-VT-EMP WRK-BNF-TOT-VR.
           OPEN INPUT ARQ-BENEFICIOS.
           IF WRK-FS-BENEFICIOS NOT = '00'
               DISPLAY 'NENHUM BENEFICIO CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN I-O ARQ-BENEF-APURADO
               IF WRK-FS-BENEF-APURADO = '35'
                   OPEN OUTPUT ARQ-BENEF-APURADO
                   CLOSE ARQ-BENEF-APURADO
                   OPEN I-O ARQ-BENEF-APURADO
               END-IF
               MOVE 'PROGCOB097' TO WRK-REP-PROGRAMA
               MOVE 'APURACAO DE VALE-TRANSPORTE E REFEICAO'
                   TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'COMPETENCIA ' WRK-BNF-COMP-NUM
                   ' - DIAS UTEIS NO MES: ' WRK-BNF-UTEIS-MES
               DISPLAY 'MATRIC DIAS    CUSTO VT  DESC EMPREG'
                   '  VT EMPRESA     VALE-REF'
               PERFORM UNTIL FIM-BENEFICIOS
                   READ ARQ-BENEFICIOS NEXT RECORD
                       AT END
                           SET FIM-BENEFICIOS TO TRUE
                       NOT AT END
                           PERFORM 0650-APURAR-EMPREGADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-BENEF-APURADO
               CLOSE ARQ-BENEFICIOS
               PERFORM 0690-EXIBIR-TOTAIS
           END-IF.

       0650-APURAR-EMPREGADO.
      * Desligado nao recebe mais beneficio; matricula sem master vai
      * para as excecoes.
           MOVE BEN-MATRICULA TO EMP-MATRICULA.
           PERFORM 0310-LER-EMPREGADO.
           EVALUATE TRUE
               WHEN NOT EMPREGADO-ACHADO
                   MOVE 'PROGCOB097' TO EXC-PROGRAMA
                   MOVE 'BENEFICIO SEM EMPREGADO NO MASTER'
                       TO EXC-MENSAGEM
                   MOVE REG-BENEFICIO TO EXC-DADO
                   PERFORM 9700-GRAVAR-EXCECAO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN EMP-SITUACAO = 'D'
                   CONTINUE
               WHEN OTHER
                   PERFORM 0660-CONTAR-DIAS-EMPREGADO
                   PERFORM 0670-CALCULAR-BENEFICIOS
           END-EVALUATE.

       0660-CONTAR-DIAS-EMPREGADO.
      * Parte dos dias uteis do mes; admitido no proprio mes perde os
      * dias anteriores a admissao, e qualquer afastamento (doenca,
      * maternidade, sem remuneracao...) tira os dias que cobre -
      * afastado nao se desloca nem almoca na empresa.
           MOVE WRK-BNF-TAB-MES TO WRK-BNF-TAB-EMP.
           IF EMP-DATA-ADMISSAO > WRK-BNF-INI-MES
              AND EMP-DATA-ADMISSAO NOT > WRK-BNF-FIM-MES
               MOVE EMP-DATA-ADMISSAO(7:2) TO WRK-BNF-DIA-INI
               PERFORM VARYING WRK-BNF-DIA FROM 1 BY 1
                       UNTIL WRK-BNF-DIA >= WRK-BNF-DIA-INI
                   MOVE 'N' TO WRK-BNF-UTIL-EMP(WRK-BNF-DIA)
               END-PERFORM
           END-IF.
           MOVE 'N' TO WRK-EOF-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WRK-FS-AFASTAMENTOS = '00'
               MOVE EMP-MATRICULA TO AFA-MATRICULA
               MOVE ZEROS         TO AFA-DATA-INICIO
               START ARQ-AFASTAMENTOS KEY IS NOT LESS THAN AFA-CHAVE
                   INVALID KEY
                       SET FIM-AFASTAMENTOS TO TRUE
               END-START
               PERFORM UNTIL FIM-AFASTAMENTOS
                   READ ARQ-AFASTAMENTOS NEXT RECORD
                       AT END
                           SET FIM-AFASTAMENTOS TO TRUE
                       NOT AT END
                           IF AFA-MATRICULA = EMP-MATRICULA
                               PERFORM 0665-TIRAR-DIAS-AFASTADO
                           ELSE
                               SET FIM-AFASTAMENTOS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AFASTAMENTOS
           END-IF.
           MOVE ZEROS TO WRK-BNF-UTEIS-EMP.
           PERFORM VARYING WRK-BNF-DIA FROM 1 BY 1
                   UNTIL WRK-BNF-DIA > WRK-BNF-DIAS-MES
               IF WRK-BNF-UTIL-EMP(WRK-BNF-DIA) = 'S'
                   ADD 1 TO WRK-BNF-UTEIS-EMP
               END-IF
           END-PERFORM.

       0665-TIRAR-DIAS-AFASTADO.
      * Afastamento ainda aberto (fim zeros) vai ate o fim do mes.
           IF AFA-DATA-INICIO <= WRK-BNF-FIM-MES
               AND (AFA-DATA-FIM = ZEROS
                   OR AFA-DATA-FIM >= WRK-BNF-INI-MES)
               IF AFA-DATA-INICIO < WRK-BNF-INI-MES
                   MOVE 1 TO WRK-BNF-DIA-INI
               ELSE
                   MOVE AFA-DATA-INICIO(7:2) TO WRK-BNF-DIA-INI
               END-IF
               IF AFA-DATA-FIM = ZEROS
                   OR AFA-DATA-FIM > WRK-BNF-FIM-MES
                   MOVE WRK-BNF-DIAS-MES TO WRK-BNF-DIA-FIM
               ELSE
                   MOVE AFA-DATA-FIM(7:2) TO WRK-BNF-DIA-FIM
               END-IF
               PERFORM VARYING WRK-BNF-DIA FROM WRK-BNF-DIA-INI BY 1
                       UNTIL WRK-BNF-DIA > WRK-BNF-DIA-FIM
                   MOVE 'N' TO WRK-BNF-UTIL-EMP(WRK-BNF-DIA)
               END-PERFORM
           END-IF.

       0670-CALCULAR-BENEFICIOS.
      * VT: o empregado paga o custo do mes ate 6% do salario; o que
      * passar disso e da empresa. VR: credito diario integral.
           COMPUTE WRK-BNF-QTD-VIAGENS =
               BEN-VT-VIAGENS * WRK-BNF-UTEIS-EMP.
           COMPUTE WRK-BNF-VT-CUSTO =
               BEN-VT-TARIFA * WRK-BNF-QTD-VIAGENS.
           COMPUTE WRK-BNF-VT-TETO ROUNDED =
               EMP-SALARIO * WRK-BNF-PERC-VT.
           IF WRK-BNF-VT-CUSTO > WRK-BNF-VT-TETO
               MOVE WRK-BNF-VT-TETO  TO WRK-BNF-VT-DESCONTO
           ELSE
               MOVE WRK-BNF-VT-CUSTO TO WRK-BNF-VT-DESCONTO
           END-IF.
           COMPUTE WRK-BNF-VT-EMPRESA =
               WRK-BNF-VT-CUSTO - WRK-BNF-VT-DESCONTO.
           COMPUTE WRK-BNF-VR-VALOR =
               BEN-VR-VALOR-DIA * WRK-BNF-UTEIS-EMP.
      * Sem lugar na tabela de fornecedores para o VT ou o VR o
      * empregado fica inteiro fora da apuracao - nem BENAPUR.DAT
      * (que o PROGCOB01 desconta na folha), nem compra, nem razao.
           PERFORM 0672-CONFERIR-FORNECEDORES.
           IF WRK-BNF-QTD-FORN + WRK-BNF-FORN-NOVOS > 50
               DISPLAY 'TABELA DE FORNECEDORES CHEIA (MAX 50) - '
                   'EMPREGADO NAO APURADO: ' EMP-MATRICULA
               MOVE 'PROGCOB097' TO EXC-PROGRAMA
               MOVE 'FORNECEDOR ALEM DE 50 - SEM APURACAO'
                   TO EXC-MENSAGEM
               MOVE REG-BENEFICIO TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               PERFORM 0675-GRAVAR-APURACAO
           END-IF.

       0672-CONFERIR-FORNECEDORES.
      * VT e VR do mesmo fornecedor novo ocupam um lugar so.
           MOVE ZEROS TO WRK-BNF-FORN-NOVOS.
           IF WRK-BNF-VT-CUSTO > ZEROS
               MOVE BEN-VT-FORNECEDOR TO WRK-BNF-FORN-PROC
               PERFORM 0674-PROCURAR-FORNECEDOR
               IF NOT FORNECEDOR-ABERTO
                   ADD 1 TO WRK-BNF-FORN-NOVOS
               END-IF
           END-IF.
           IF WRK-BNF-VR-VALOR > ZEROS
               MOVE BEN-VR-FORNECEDOR TO WRK-BNF-FORN-PROC
               PERFORM 0674-PROCURAR-FORNECEDOR
               IF NOT FORNECEDOR-ABERTO
                  AND (WRK-BNF-VT-CUSTO = ZEROS
                       OR BEN-VR-FORNECEDOR NOT = BEN-VT-FORNECEDOR)
                   ADD 1 TO WRK-BNF-FORN-NOVOS
               END-IF
           END-IF.

       0674-PROCURAR-FORNECEDOR.
           MOVE 'N' TO WRK-BNF-FORN-ACHADO.
           PERFORM VARYING WRK-BNF-IDX FROM 1 BY 1
                   UNTIL WRK-BNF-IDX > WRK-BNF-QTD-FORN
                      OR FORNECEDOR-ABERTO
               IF WRK-BNF-FORN-ABERTO(WRK-BNF-IDX) = WRK-BNF-FORN-PROC
                   SET FORNECEDOR-ABERTO TO TRUE
               END-IF
           END-PERFORM.

       0675-GRAVAR-APURACAO.
           MOVE WRK-BNF-COMP-NUM    TO BAP-COMPETENCIA.
           MOVE EMP-MATRICULA       TO BAP-MATRICULA.
           MOVE WRK-BNF-UTEIS-EMP   TO BAP-DIAS-UTEIS.
           MOVE WRK-BNF-VT-CUSTO    TO BAP-VT-CUSTO.
           MOVE WRK-BNF-VT-DESCONTO TO BAP-VT-DESCONTO.
           MOVE WRK-BNF-VT-EMPRESA  TO BAP-VT-EMPRESA.
           MOVE WRK-BNF-VR-VALOR    TO BAP-VR-VALOR.
           MOVE WRK-BNF-DATA-HOJE   TO BAP-DATA-APURACAO.
           WRITE REG-BENEF-APURADO
               INVALID KEY
                   REWRITE REG-BENEF-APURADO
           END-WRITE.

           IF WRK-BNF-VT-CUSTO > ZEROS
               MOVE 'VT'                TO BCP-TIPO
               MOVE BEN-VT-FORNECEDOR   TO WRK-BNF-FORN-PROC
               MOVE WRK-BNF-QTD-VIAGENS TO BCP-QUANTIDADE
               MOVE BEN-VT-TARIFA       TO BCP-VALOR-UNIT
               MOVE WRK-BNF-VT-CUSTO    TO BCP-VALOR
               PERFORM 0680-GRAVAR-COMPRA
           END-IF.
           IF WRK-BNF-VR-VALOR > ZEROS
               MOVE 'VR'                TO BCP-TIPO
               MOVE BEN-VR-FORNECEDOR   TO WRK-BNF-FORN-PROC
               MOVE WRK-BNF-UTEIS-EMP   TO BCP-QUANTIDADE
               MOVE BEN-VR-VALOR-DIA    TO BCP-VALOR-UNIT
               MOVE WRK-BNF-VR-VALOR    TO BCP-VALOR
               PERFORM 0680-GRAVAR-COMPRA
           END-IF.

      * Parte da empresa no razao, no centro de custo do empregado;
      * o fornecedor a pagar (211700) fecha com o desconto do
      * empregado que o PROGCOB01 posta na folha.
           MOVE EMP-CENTRO-CUSTO TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB097'     TO WRK-RAZ-PROGRAMA.
           SET DOC-MATRICULA     TO TRUE.
           MOVE EMP-MATRICULA   TO WRK-RAZ-DOC-NUMERO.
           IF WRK-BNF-VT-EMPRESA > ZEROS
               MOVE '514400'     TO WRK-RAZ-CONTA-DEB
               MOVE '211700'     TO WRK-RAZ-CONTA-CRE
               MOVE 'BENEFICIO - VT PARTE EMPRESA'
                   TO WRK-RAZ-DESCRICAO
               MOVE WRK-BNF-VT-EMPRESA TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.
           IF WRK-BNF-VR-VALOR > ZEROS
               MOVE '514500'     TO WRK-RAZ-CONTA-DEB
               MOVE '211700'     TO WRK-RAZ-CONTA-CRE
               MOVE 'BENEFICIO - VALE-REFEICAO'
                   TO WRK-RAZ-DESCRICAO
               MOVE WRK-BNF-VR-VALOR TO WRK-RAZ-VALOR
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.

           ADD 1                   TO WRK-BNF-QTD-EMP.
           ADD WRK-BNF-VT-CUSTO    TO WRK-BNF-TOT-VT-CUSTO.
           ADD WRK-BNF-VT-DESCONTO TO WRK-BNF-TOT-VT-DESC.
           ADD WRK-BNF-VT-EMPRESA  TO WRK-BNF-TOT-VT-EMP.
           ADD WRK-BNF-VR-VALOR    TO WRK-BNF-TOT-VR.
           ADD 1                   TO WRK-RUN-QTD-LIDOS.
           MOVE WRK-BNF-VT-CUSTO    TO WRK-BNF-CUSTO-ED.
           MOVE WRK-BNF-VT-DESCONTO TO WRK-BNF-DESC-ED.
           MOVE WRK-BNF-VT-EMPRESA  TO WRK-BNF-EMPR-ED.
           MOVE WRK-BNF-VR-VALOR    TO WRK-BNF-VR-ED.
           DISPLAY EMP-MATRICULA ' ' WRK-BNF-UTEIS-EMP '  '
               WRK-BNF-CUSTO-ED ' ' WRK-BNF-DESC-ED ' '
               WRK-BNF-EMPR-ED ' ' WRK-BNF-VR-ED.

       0680-GRAVAR-COMPRA.
      * Um arquivo de compra por fornecedor (BENCxxxx.DAT): recriado
      * no primeiro registro do fornecedor nesta apuracao e
      * acrescentado nos seguintes.
           MOVE WRK-BNF-COMP-NUM  TO BCP-COMPETENCIA.
           MOVE WRK-BNF-FORN-PROC TO BCP-FORNECEDOR.
           MOVE EMP-MATRICULA     TO BCP-MATRICULA.
           MOVE EMP-NOME          TO BCP-NOME.
           MOVE SPACES TO WRK-BNF-ARQUIVO.
           STRING 'BENC' DELIMITED BY SIZE
                  WRK-BNF-FORN-PROC DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WRK-BNF-ARQUIVO
           END-STRING.
      * O lugar na tabela ja foi garantido pelo 0672, entao o
      * fornecedor novo sempre cabe.
           PERFORM 0674-PROCURAR-FORNECEDOR.
           IF FORNECEDOR-ABERTO
               OPEN EXTEND ARQ-BENEF-COMPRA
           ELSE
               ADD 1 TO WRK-BNF-QTD-FORN
               MOVE WRK-BNF-FORN-PROC
                   TO WRK-BNF-FORN-ABERTO(WRK-BNF-QTD-FORN)
               OPEN OUTPUT ARQ-BENEF-COMPRA
           END-IF.
           WRITE REG-BENEF-COMPRA.
           CLOSE ARQ-BENEF-COMPRA.

       0690-EXIBIR-TOTAIS.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'EMPREGADOS APURADOS..: ' WRK-BNF-QTD-EMP.
           MOVE WRK-BNF-TOT-VT-CUSTO TO WRK-BNF-TOTAL-ED.
           DISPLAY 'COMPRA DE VT.........: ' WRK-BNF-TOTAL-ED.
           MOVE WRK-BNF-TOT-VT-DESC TO WRK-BNF-TOTAL-ED.
           DISPLAY 'DESCONTO EMPREGADOS..: ' WRK-BNF-TOTAL-ED.
           MOVE WRK-BNF-TOT-VT-EMP TO WRK-BNF-TOTAL-ED.
           DISPLAY 'VT PARTE EMPRESA.....: ' WRK-BNF-TOTAL-ED.
           MOVE WRK-BNF-TOT-VR TO WRK-BNF-TOTAL-ED.
           DISPLAY 'COMPRA DE VR.........: ' WRK-BNF-TOTAL-ED.
           DISPLAY 'ARQUIVOS DE COMPRA...: ' WRK-BNF-QTD-FORN
               ' FORNECEDOR(ES)'.
           MOVE 'APURACAO-BENEFICIO' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-BNF-COMP-NUM     TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-BNF-TOTAL-ED     TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-BNF.

       0900-GRAVAR-AUDITORIA-BNF.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB097' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'calpp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB097.
