      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Reajuste coletivo (dissidio) - aplica o percentual do
      *          acordo sindical, com piso de aumento e teto de base
      *          opcionais, a todos os mensalistas ativos ou a um
      *          centro de custo. A geracao so produz a proposta e a
      *          listagem antes/depois para o RH; o master so muda na
      *          aprovacao por um segundo operador, que grava uma
      *          linha em SALHIST.DAT por empregado marcada DISSIDIO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB096.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'salsel.cpy'.
            COPY 'ccusel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
      * Proposta de reajuste: uma linha por empregado com o salario
      * de antes e o de depois - e a listagem que o RH aprova.
            SELECT ARQ-DISSIDIO ASSIGN TO 'DISSIDIO.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-DISSIDIO.
            SELECT ARQ-DISS-LIBERACAO ASSIGN TO 'DISSLIB.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-DISS-LIB.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'salfd.cpy'.
           COPY 'ccufd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.

       FD  ARQ-DISSIDIO.
       01  REG-DISSIDIO.
           05 DIS-MATRICULA    PIC X(06).
           05 DIS-NOME         PIC X(20).
           05 DIS-CENTRO       PIC X(04).
           05 DIS-SAL-ANT      PIC 9(06)V99.
           05 DIS-AUMENTO      PIC 9(06)V99.
           05 DIS-SAL-NOVO     PIC 9(06)V99.

      * Pendencia de aprovacao: parametros do acordo, quem gerou,
      * quantidade e folha mensal antes/depois que o aprovador
      * confere - P-pendente, A-aplicada, R-recusada.
       FD  ARQ-DISS-LIBERACAO.
       01  REG-DISS-LIBERACAO.
           05 DLB-DATA         PIC 9(08).
           05 DLB-GERADOR      PIC X(20).
           05 DLB-PERC         PIC 9(03)V99.
           05 DLB-PISO         PIC 9(06)V99.
           05 DLB-TETO         PIC 9(06)V99.
           05 DLB-CENTRO       PIC X(04).
           05 DLB-QTD          PIC 9(06).
           05 DLB-TOT-ANT      PIC 9(10)V99.
           05 DLB-TOT-NOVO     PIC 9(10)V99.
           05 DLB-SITUACAO     PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-DISSIDIO    VALUE 'S'.
       77 WRK-EOF-EMP          PIC X(01)   VALUE 'N'.
           88 FIM-EMP          VALUE 'S'.
       77 WRK-EOF-DISSIDIO     PIC X(01)   VALUE 'N'.
           88 FIM-DISSIDIO     VALUE 'S'.
       77 WRK-FS-DISSIDIO      PIC X(02)   VALUE '00'.
       77 WRK-FS-DISS-LIB      PIC X(02)   VALUE '00'.

      * Parametros do acordo: percentual, piso (aumento minimo em
      * valor) e teto (salario acima dele reajusta sobre o teto);
      * centro em branco aplica a todos.
       77 WRK-DSS-PERC         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DSS-PISO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DSS-TETO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DSS-CENTRO       PIC X(04)   VALUE SPACES.
       77 WRK-DSS-DATA         PIC 9(08)   VALUE ZEROS.

      * Calculo por empregado e totais da proposta.
       77 WRK-DSS-BASE         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DSS-AUMENTO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DSS-QTD          PIC 9(06)   VALUE ZEROS.
       77 WRK-DSS-TOT-ANT      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DSS-TOT-NOVO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DSS-QTD-APLIC    PIC 9(06)   VALUE ZEROS.
       77 WRK-DSS-QTD-DIVERG   PIC 9(06)   VALUE ZEROS.

      * Controle de quatro olhos, no mesmo molde da remessa do
      * PROGCOB023: gerador e aprovador fazem sign-on e o aprovador
      * (SUPERVISOR ou ADM) nao pode ser quem gerou.
       77 WRK-GERADOR          PIC X(20)   VALUE SPACES.
       77 WRK-PEND-LIDA        PIC X(01)   VALUE 'N'.
       77 WRK-APROVA-DSS       PIC X(01)   VALUE 'N'.
           88 APROVA-DISSIDIO  VALUE 'S'.
       77 WRK-DSS-APLICADO     PIC X(01)   VALUE 'N'.
           88 REAJUSTE-APLICADO VALUE 'S'.

      * Campos editados da listagem.
       77 WRK-DSS-ANT-ED       PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-DSS-AUM-ED       PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-DSS-NOVO-ED      PIC $ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-DSS-PERC-ED      PIC ZZ9,99        VALUE ZEROS.
       77 WRK-DSS-TOT-ANT-ED   PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DSS-TOT-NOVO-ED  PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'empws.cpy'.
           COPY 'salws.cpy'.
           COPY 'ccuws.cpy'.
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
           MOVE 'PROGCOB096' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-DISSIDIO
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '======== REAJUSTE COLETIVO (DISSIDIO) ========'.
           DISPLAY '1 - GERAR PROPOSTA E LISTAGEM ANTES/DEPOIS'.
           DISPLAY '2 - REIMPRIMIR PROPOSTA PENDENTE'.
           DISPLAY '3 - APROVAR E APLICAR (SEGUNDO OPERADOR)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-GERAR-PROPOSTA
               WHEN 2
                   PERFORM 0500-REIMPRIMIR-PROPOSTA
               WHEN 3
                   PERFORM 0600-APROVAR-DISSIDIO
               WHEN ZERO
                   SET SAIR-DISSIDIO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-GERAR-PROPOSTA.
      * O gerador faz sign-on para a pendencia registrar o usuario
      * validado - o mesmo dominio que o aprovador digita.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
               DISPLAY 'SIGN-ON DO GERADOR RECUSADO - PROPOSTA NAO '
                   'GERADA'
               MOVE 'PROGCOB096' TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO  TO WRK-SEG-USUARIO
               MOVE 'GERACAO DE DISSIDIO NEGADA' TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-USUARIO TO WRK-GERADOR
               PERFORM 0320-LER-PARAMETROS
           END-IF.

       0320-LER-PARAMETROS.
           DISPLAY 'PERCENTUAL DO REAJUSTE (EX: 5,50):'.
           ACCEPT WRK-DSS-PERC.
           DISPLAY 'PISO - AUMENTO MINIMO EM VALOR (BRANCO = SEM):'.
           ACCEPT WRK-DSS-PISO.
           DISPLAY 'TETO - SALARIO BASE MAXIMO (BRANCO = SEM):'.
           ACCEPT WRK-DSS-TETO.
           DISPLAY 'CENTRO DE CUSTO (BRANCO = TODOS):'.
           ACCEPT WRK-DSS-CENTRO.
           MOVE 'S' TO WRK-CCU-VALIDO.
           IF WRK-DSS-CENTRO NOT = SPACES
               MOVE WRK-DSS-CENTRO TO WRK-CCU-PROCURADO
               PERFORM 9550-VALIDAR-CENTRO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DSS-PERC = ZEROS
                   DISPLAY 'PERCENTUAL E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN CENTRO-INVALIDO
                   DISPLAY 'CENTRO DE CUSTO INEXISTENTE OU INATIVO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0340-MONTAR-PROPOSTA
           END-EVALUATE.

       0340-MONTAR-PROPOSTA.
      * Uma proposta nova substitui a pendente anterior - so a
      * ultima gerada pode ser aprovada.
           MOVE 'N'   TO WRK-EOF-EMP.
           MOVE ZEROS TO WRK-DSS-QTD WRK-DSS-TOT-ANT WRK-DSS-TOT-NOVO.
           ACCEPT WRK-DSS-DATA FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS NOT = '00'
               DISPLAY 'NENHUM EMPREGADO CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN OUTPUT ARQ-DISSIDIO
               PERFORM 0400-IMPRIMIR-CABECALHO
               PERFORM UNTIL FIM-EMP
                   READ ARQ-EMPREGADOS NEXT RECORD
                       AT END
                           SET FIM-EMP TO TRUE
                       NOT AT END
                           PERFORM 0360-AVALIAR-EMPREGADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-DISSIDIO
               CLOSE ARQ-EMPREGADOS
               PERFORM 0390-REGISTRAR-PENDENCIA
               PERFORM 0460-IMPRIMIR-TOTAIS
               DISPLAY 'PROPOSTA PENDENTE - O MASTER SO E ATUALIZADO '
                   'NA APROVACAO (OPCAO 3)'
               MOVE 'DISSIDIO-PROPOSTA' TO WRK-AUD-CAMPO-CHAVE
               MOVE WRK-DSS-PERC-ED     TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-DSS-TOT-NOVO-ED TO WRK-AUD-VALOR-SAIDA
               PERFORM 0900-GRAVAR-AUDITORIA-DSS
           END-IF.

       0360-AVALIAR-EMPREGADO.
      * Desligado fica fora; horista recebe pelo valor-hora do ponto
      * e nao tem salario fixo a reajustar aqui.
           IF EMP-SITUACAO = 'D'
               OR EMP-TIPO-PAGAMENTO = 'H'
               OR (WRK-DSS-CENTRO NOT = SPACES
                   AND EMP-CENTRO-CUSTO NOT = WRK-DSS-CENTRO)
               CONTINUE
           ELSE
               PERFORM 0370-CALCULAR-REAJUSTE
           END-IF.

       0370-CALCULAR-REAJUSTE.
      * Acima do teto o aumento e o percentual sobre o teto (valor
      * fixo); abaixo do piso o empregado recebe o piso.
           MOVE EMP-SALARIO TO WRK-DSS-BASE.
           IF WRK-DSS-TETO > ZEROS AND WRK-DSS-BASE > WRK-DSS-TETO
               MOVE WRK-DSS-TETO TO WRK-DSS-BASE
           END-IF.
           COMPUTE WRK-DSS-AUMENTO ROUNDED =
               WRK-DSS-BASE * WRK-DSS-PERC / 100.
           IF WRK-DSS-AUMENTO < WRK-DSS-PISO
               MOVE WRK-DSS-PISO TO WRK-DSS-AUMENTO
           END-IF.
           MOVE EMP-MATRICULA    TO DIS-MATRICULA.
           MOVE EMP-NOME         TO DIS-NOME.
           MOVE EMP-CENTRO-CUSTO TO DIS-CENTRO.
           MOVE EMP-SALARIO      TO DIS-SAL-ANT.
           MOVE WRK-DSS-AUMENTO  TO DIS-AUMENTO.
           COMPUTE DIS-SAL-NOVO = EMP-SALARIO + WRK-DSS-AUMENTO.
           WRITE REG-DISSIDIO.
           ADD 1            TO WRK-DSS-QTD.
           ADD DIS-SAL-ANT  TO WRK-DSS-TOT-ANT.
           ADD DIS-SAL-NOVO TO WRK-DSS-TOT-NOVO.
           ADD 1            TO WRK-RUN-QTD-LIDOS.
           PERFORM 0450-IMPRIMIR-LINHA.

       0390-REGISTRAR-PENDENCIA.
           MOVE WRK-DSS-DATA     TO DLB-DATA.
           MOVE WRK-GERADOR      TO DLB-GERADOR.
           MOVE WRK-DSS-PERC     TO DLB-PERC.
           MOVE WRK-DSS-PISO     TO DLB-PISO.
           MOVE WRK-DSS-TETO     TO DLB-TETO.
           MOVE WRK-DSS-CENTRO   TO DLB-CENTRO.
           MOVE WRK-DSS-QTD      TO DLB-QTD.
           MOVE WRK-DSS-TOT-ANT  TO DLB-TOT-ANT.
           MOVE WRK-DSS-TOT-NOVO TO DLB-TOT-NOVO.
           MOVE 'P'              TO DLB-SITUACAO.
           PERFORM 0690-REGRAVAR-PENDENCIA.

       0400-IMPRIMIR-CABECALHO.
           MOVE 'PROGCOB096' TO WRK-REP-PROGRAMA.
           MOVE 'REAJUSTE COLETIVO - ANTES/DEPOIS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           MOVE WRK-DSS-PERC TO WRK-DSS-PERC-ED.
           DISPLAY 'PERCENTUAL: ' WRK-DSS-PERC-ED '%  PISO: '
               WRK-DSS-PISO '  TETO: ' WRK-DSS-TETO
               '  CENTRO: ' WRK-DSS-CENTRO.
           DISPLAY 'MATRIC NOME                 CC   '
               '   ANTERIOR     AUMENTO        NOVO'.

       0450-IMPRIMIR-LINHA.
           MOVE DIS-SAL-ANT  TO WRK-DSS-ANT-ED.
           MOVE DIS-AUMENTO  TO WRK-DSS-AUM-ED.
           MOVE DIS-SAL-NOVO TO WRK-DSS-NOVO-ED.
           DISPLAY DIS-MATRICULA ' ' DIS-NOME ' ' DIS-CENTRO ' '
               WRK-DSS-ANT-ED ' ' WRK-DSS-AUM-ED ' ' WRK-DSS-NOVO-ED.

       0460-IMPRIMIR-TOTAIS.
           MOVE WRK-DSS-TOT-ANT  TO WRK-DSS-TOT-ANT-ED.
           MOVE WRK-DSS-TOT-NOVO TO WRK-DSS-TOT-NOVO-ED.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'EMPREGADOS REAJUSTADOS: ' WRK-DSS-QTD.
           DISPLAY 'FOLHA MENSAL ANTES....: ' WRK-DSS-TOT-ANT-ED.
           DISPLAY 'FOLHA MENSAL DEPOIS...: ' WRK-DSS-TOT-NOVO-ED.

       0500-REIMPRIMIR-PROPOSTA.
      * Listagem para a conferencia do RH antes da aprovacao.
           PERFORM 0550-LER-PENDENCIA.
           IF WRK-PEND-LIDA NOT = 'S'
               DISPLAY 'NENHUMA PROPOSTA DE DISSIDIO GERADA'
           ELSE
               MOVE DLB-PERC     TO WRK-DSS-PERC
               MOVE DLB-PISO     TO WRK-DSS-PISO
               MOVE DLB-TETO     TO WRK-DSS-TETO
               MOVE DLB-CENTRO   TO WRK-DSS-CENTRO
               MOVE DLB-QTD      TO WRK-DSS-QTD
               MOVE DLB-TOT-ANT  TO WRK-DSS-TOT-ANT
               MOVE DLB-TOT-NOVO TO WRK-DSS-TOT-NOVO
               PERFORM 0400-IMPRIMIR-CABECALHO
               MOVE 'N' TO WRK-EOF-DISSIDIO
               OPEN INPUT ARQ-DISSIDIO
               PERFORM UNTIL FIM-DISSIDIO
                   READ ARQ-DISSIDIO
                       AT END
                           SET FIM-DISSIDIO TO TRUE
                       NOT AT END
                           PERFORM 0450-IMPRIMIR-LINHA
                   END-READ
               END-PERFORM
               CLOSE ARQ-DISSIDIO
               PERFORM 0460-IMPRIMIR-TOTAIS
               DISPLAY 'GERADA EM ' DLB-DATA ' POR ' DLB-GERADOR
                   ' - SITUACAO ' DLB-SITUACAO
           END-IF.

       0550-LER-PENDENCIA.
           MOVE 'N' TO WRK-PEND-LIDA.
           OPEN INPUT ARQ-DISS-LIBERACAO.
           IF WRK-FS-DISS-LIB = '00'
               READ ARQ-DISS-LIBERACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-PEND-LIDA
               END-READ
               CLOSE ARQ-DISS-LIBERACAO
           END-IF.

       0600-APROVAR-DISSIDIO.
      * Aprovacao de quatro olhos: o aprovador confere quantidade e
      * folha antes/depois e so a aprovacao regrava o master.
           PERFORM 0550-LER-PENDENCIA.
           EVALUATE TRUE
               WHEN WRK-PEND-LIDA NOT = 'S'
                   DISPLAY 'NENHUMA PROPOSTA DE DISSIDIO PENDENTE'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN DLB-SITUACAO NOT = 'P'
                   DISPLAY 'PROPOSTA JA TRATADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0620-VALIDAR-APROVADOR
           END-EVALUATE.

       0620-VALIDAR-APROVADOR.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           EVALUATE TRUE
               WHEN CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
                   DISPLAY 'SIGN-ON DO APROVADOR RECUSADO'
                   PERFORM 0680-LOGAR-RECUSA
               WHEN NOT SUPERVISOR AND NOT ADM
                   DISPLAY 'APROVACAO EXIGE NIVEL SUPERVISOR OU ADM'
                   PERFORM 0680-LOGAR-RECUSA
               WHEN WRK-USUARIO = DLB-GERADOR
                   DISPLAY 'APROVADOR NAO PODE SER QUEM GEROU ('
                       DLB-GERADOR ')'
                   PERFORM 0680-LOGAR-RECUSA
               WHEN OTHER
                   PERFORM 0640-CONFIRMAR-E-APLICAR
           END-EVALUATE.

       0640-CONFIRMAR-E-APLICAR.
           MOVE DLB-PERC     TO WRK-DSS-PERC-ED.
           MOVE DLB-TOT-ANT  TO WRK-DSS-TOT-ANT-ED.
           MOVE DLB-TOT-NOVO TO WRK-DSS-TOT-NOVO-ED.
           DISPLAY 'DISSIDIO DE ' WRK-DSS-PERC-ED '% GERADO EM '
               DLB-DATA ' POR ' DLB-GERADOR.
           DISPLAY 'EMPREGADOS: ' DLB-QTD.
           DISPLAY 'FOLHA ANTES: ' WRK-DSS-TOT-ANT-ED
               '  DEPOIS: ' WRK-DSS-TOT-NOVO-ED.
           DISPLAY 'APROVAR E APLICAR O REAJUSTE (S/N):'.
           ACCEPT WRK-APROVA-DSS.
           IF APROVA-DISSIDIO
               PERFORM 0660-APLICAR-REAJUSTE
           END-IF.
      * Master indisponivel: a proposta continua pendente para nova
      * aprovacao, sem nada aplicado.
           EVALUATE TRUE
               WHEN APROVA-DISSIDIO AND NOT REAJUSTE-APLICADO
                   CONTINUE
               WHEN APROVA-DISSIDIO
                   MOVE 'A' TO DLB-SITUACAO
                   PERFORM 0690-REGRAVAR-PENDENCIA
                   DISPLAY 'REAJUSTE APLICADO: ' WRK-DSS-QTD-APLIC
                       ' EMPREGADOS, ' WRK-DSS-QTD-DIVERG
                       ' DIVERGENTES (VER EXCECOES)'
                   MOVE 'PROGCOB096'  TO WRK-SEG-PROGRAMA
                   MOVE WRK-USUARIO TO WRK-SEG-USUARIO
                   MOVE 'DISSIDIO APROVADO E APLICADO' TO WRK-SEG-MOTIVO
                   PERFORM 9770-GRAVAR-SEGURANCA
                   MOVE 'DISSIDIO-APLICADO' TO WRK-AUD-CAMPO-CHAVE
                   MOVE WRK-USUARIO         TO WRK-AUD-VALOR-ENTRADA
                   MOVE WRK-DSS-TOT-NOVO-ED TO WRK-AUD-VALOR-SAIDA
                   PERFORM 0900-GRAVAR-AUDITORIA-DSS
               WHEN OTHER
                   MOVE 'R' TO DLB-SITUACAO
                   PERFORM 0690-REGRAVAR-PENDENCIA
                   DISPLAY 'PROPOSTA RECUSADA - NENHUM SALARIO ALTERADO'
                   MOVE 'PROGCOB096'  TO WRK-SEG-PROGRAMA
                   MOVE WRK-USUARIO TO WRK-SEG-USUARIO
                   MOVE 'DISSIDIO RECUSADO' TO WRK-SEG-MOTIVO
                   PERFORM 9770-GRAVAR-SEGURANCA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-EVALUATE.

       0660-APLICAR-REAJUSTE.
      * Cada linha da proposta regrava o salario, ajusta o hash do
      * total de controle do master e grava o journal marcado
      * DISSIDIO. Empregado que mudou de salario ou foi desligado
      * depois da proposta nao e tocado - vai para as excecoes.
           MOVE 'N'   TO WRK-EOF-DISSIDIO.
           MOVE ZEROS TO WRK-DSS-QTD-APLIC WRK-DSS-QTD-DIVERG.
           MOVE 'DISSIDIO' TO WRK-SAL-MOTIVO.
           MOVE 'S' TO WRK-DSS-APLICADO.
           OPEN INPUT ARQ-DISSIDIO.
           OPEN I-O ARQ-EMPREGADOS.
           IF WRK-FS-EMPREGADOS NOT = '00'
               DISPLAY 'MASTER DE EMPREGADOS INDISPONIVEL (STATUS '
                   WRK-FS-EMPREGADOS ') - REAJUSTE NAO APLICADO'
               MOVE 'N' TO WRK-DSS-APLICADO
               SET RUN-STATUS-ERRO TO TRUE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM UNTIL FIM-DISSIDIO
                   READ ARQ-DISSIDIO
                       AT END
                           SET FIM-DISSIDIO TO TRUE
                       NOT AT END
                           PERFORM 0670-REAJUSTAR-EMPREGADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMPREGADOS
           END-IF.
           CLOSE ARQ-DISSIDIO.
           MOVE SPACES TO WRK-SAL-MOTIVO.

       0670-REAJUSTAR-EMPREGADO.
           MOVE DIS-MATRICULA TO EMP-MATRICULA.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE 'EMPREGADO NAO ENCONTRADO' TO EXC-MENSAGEM
                   PERFORM 0675-REGISTRAR-DIVERGENCIA
               NOT INVALID KEY
                   IF EMP-SITUACAO = 'D'
                       OR EMP-SALARIO NOT = DIS-SAL-ANT
                       MOVE 'SALARIO/SITUACAO MUDOU APOS A PROPOSTA'
                           TO EXC-MENSAGEM
                       PERFORM 0675-REGISTRAR-DIVERGENCIA
                   ELSE
                       MOVE EMP-SALARIO  TO WRK-SAL-ANTERIOR
                       MOVE DIS-SAL-NOVO TO EMP-SALARIO
                       REWRITE REG-EMPREGADO
                       MOVE 'E'   TO WRK-CTL-ARQUIVO
                       MOVE ZEROS TO WRK-CTL-QTD-DELTA
                       COMPUTE WRK-CTL-HASH-DELTA =
                           EMP-SALARIO - WRK-SAL-ANTERIOR
                       PERFORM 9620-SOMAR-CTL-TOTAL
                       PERFORM 9530-GRAVAR-HIST-SALARIO
                       ADD 1 TO WRK-DSS-QTD-APLIC
                   END-IF
           END-READ.

       0675-REGISTRAR-DIVERGENCIA.
           MOVE 'PROGCOB096'  TO EXC-PROGRAMA.
           MOVE REG-DISSIDIO  TO EXC-DADO.
           PERFORM 9700-GRAVAR-EXCECAO.
           ADD 1 TO WRK-DSS-QTD-DIVERG.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0680-LOGAR-RECUSA.
           MOVE 'PROGCOB096'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO TO WRK-SEG-USUARIO.
           MOVE 'APROVACAO DE DISSIDIO NEGADA' TO WRK-SEG-MOTIVO.
           PERFORM 9770-GRAVAR-SEGURANCA.
           ADD 1 TO WRK-RUN-QTD-REJEITADOS.

       0690-REGRAVAR-PENDENCIA.
           OPEN OUTPUT ARQ-DISS-LIBERACAO.
           WRITE REG-DISS-LIBERACAO.
           CLOSE ARQ-DISS-LIBERACAO.

       0900-GRAVAR-AUDITORIA-DSS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB096' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'salpp.cpy'.
           COPY 'ccupp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

       END PROGRAM PROGCOB096.
