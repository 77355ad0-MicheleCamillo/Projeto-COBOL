      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Carta do termo aos responsaveis - uma carta por
      *          responsavel (irmaos juntos pelo CPF ou, sem CPF,
      *          pelo nome) com, para cada filho, as notas do termo
      *          por materia (NOTASMAT.DAT), a frequencia contra o
      *          minimo do NOTASCFG, as materias em recuperacao
      *          com os dias de prova do calendario (tipo R) e, no
      *          fim, o saldo de mensalidades em aberto; sai na
      *          ordem do endereco para a postagem e pula quem
      *          recebe a correspondencia por meio eletronico
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB130.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'alusel.cpy'.
            COPY 'rspsel.cpy'.
            COPY 'mensel.cpy'.
            COPY 'ntmsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'matsel.cpy'.
            COPY 'calsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'rspfd.cpy'.
           COPY 'menfd.cpy'.
           COPY 'ntmfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'matfd.cpy'.
           COPY 'calfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RESPONSAVEIS  PIC X(02)   VALUE '00'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.
       77 WRK-EOF-RSP          PIC X(01)   VALUE 'N'.
           88 FIM-RESPONSAVEIS VALUE 'S'.
       77 WRK-EOF-MEN          PIC X(01)   VALUE 'N'.
           88 FIM-MENSALIDADES VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-CRT-ANO          PIC 9(04)   VALUE ZEROS.
       77 WRK-CRT-TERMO        PIC 9(01)   VALUE ZEROS.
       77 WRK-QTD-CARTAS       PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-ELETRONICAS  PIC 9(05)   VALUE ZEROS.

      * Responsaveis da carta - um por CPF (ou nome, sem CPF); os
      * filhos apontam pela chave, que sobrevive a ordenacao pelo
      * endereco.
       77 WRK-RSP-CHAVE        PIC X(31)   VALUE SPACES.
       01 WRK-TAB-RESPONSAVEIS.
           02 WRK-TRS-ENTRADA OCCURS 300 TIMES INDEXED BY WRK-TRS-IDX.
               03 WRK-TRS-CHAVE      PIC X(31)   VALUE SPACES.
               03 WRK-TRS-NOME       PIC X(30)   VALUE SPACES.
               03 WRK-TRS-ENDERECO   PIC X(30)   VALUE SPACES.
               03 WRK-TRS-ENTREGA    PIC X(01)   VALUE SPACES.
       77 WRK-TRS-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-TRS-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-TRS-TROCA        PIC 9(03)   VALUE ZEROS.
       77 WRK-TRS-ACHOU        PIC X(01)   VALUE 'N'.
           88 RESPONSAVEL-NA-TABELA VALUE 'S'.
       01 WRK-TRS-AUX.
           03 FILLER               PIC X(31).
           03 FILLER               PIC X(30).
           03 FILLER               PIC X(30).
           03 FILLER               PIC X(01).
       77 WRK-HOUVE-TROCA      PIC X(01)   VALUE 'N'.
           88 HOUVE-TROCA      VALUE 'S'.

       01 WRK-TAB-FILHOS.
           02 WRK-TFL-ENTRADA OCCURS 600 TIMES.
               03 WRK-TFL-MATRICULA  PIC X(06)   VALUE SPACES.
               03 WRK-TFL-CHAVE      PIC X(31)   VALUE SPACES.
       77 WRK-TFL-USADAS       PIC 9(03)   VALUE ZEROS.
       77 WRK-TFL-LOOP         PIC 9(03)   VALUE ZEROS.
       77 WRK-TFL-ACHADO       PIC X(01)   VALUE 'N'.
           88 FILHO-ACHADO     VALUE 'S'.

      * Boletim e frequencia do filho.
       77 WRK-QTD-NOTAS        PIC 9(02)   VALUE ZEROS.
       77 WRK-QTD-RECUP        PIC 9(02)   VALUE ZEROS.
       77 WRK-MAT-DESCRICAO    PIC X(20)   VALUE SPACES.
       77 WRK-MEDIA-ED         PIC Z9,9    VALUE ZEROS.
       77 WRK-FREQ-PCT         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-FREQ-ED          PIC ZZ9,99  VALUE ZEROS.
       01 WRK-TAB-RECUP.
           02 WRK-REC-MATERIA OCCURS 20 TIMES PIC X(03).
       77 WRK-REC-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-QTD-PROVAS       PIC 9(03)   VALUE ZEROS.

      * Saldo de mensalidades em aberto do responsavel.
       77 WRK-SLD-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SLD-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-SLD-VENCIDAS     PIC 9(03)   VALUE ZEROS.
       77 WRK-SLD-ED           PIC ZZZ.ZZ9,99 VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'ntmws.cpy'.
           COPY 'ncfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'matws.cpy'.
           COPY 'calws.cpy'.
           COPY 'datechk.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB130' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0180-LER-CFG-NOTAS.
           PERFORM 0170-CARREGAR-CALENDARIO.
           DISPLAY 'ANO LETIVO (AAAA, BRANCO = ATUAL):'.
           ACCEPT WRK-CRT-ANO.
           IF WRK-CRT-ANO = ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CRT-ANO
           END-IF.
           DISPLAY 'TERMO (1-4):'.
           ACCEPT WRK-CRT-TERMO.
           IF WRK-CRT-TERMO < 1 OR WRK-CRT-TERMO > 4
               DISPLAY 'TERMO INVALIDO: ' WRK-CRT-TERMO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0100-CARREGAR-RESPONSAVEIS
               PERFORM 0200-ORDENAR-POR-ENDERECO
               PERFORM VARYING WRK-TRS-LOOP FROM 1 BY 1
                       UNTIL WRK-TRS-LOOP > WRK-TRS-USADAS
                   IF WRK-TRS-ENTREGA(WRK-TRS-LOOP) = 'E'
                       ADD 1 TO WRK-QTD-ELETRONICAS
                   ELSE
                       PERFORM 0300-EMITIR-CARTA
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY ' '.
           DISPLAY 'CARTAS IMPRESSAS: ' WRK-QTD-CARTAS
               '  ENTREGA ELETRONICA (PULADAS): ' WRK-QTD-ELETRONICAS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB130'      TO WRK-AUD-PROGRAMA.
           MOVE 'CARTA-TERMO'     TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CRT-ANO       TO WRK-AUD-VALOR-ENTRADA(1:4).
           MOVE WRK-CRT-TERMO     TO WRK-AUD-VALOR-ENTRADA(5:1).
           MOVE WRK-QTD-CARTAS    TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-CARREGAR-RESPONSAVEIS.
           MOVE ZEROS TO WRK-TRS-USADAS WRK-TFL-USADAS.
           MOVE 'N'   TO WRK-EOF-RSP.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF WRK-FS-RESPONSAVEIS NOT = '00'
               DISPLAY 'NENHUM RESPONSAVEL CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM UNTIL FIM-RESPONSAVEIS
                   READ ARQ-RESPONSAVEIS NEXT RECORD
                       AT END
                           SET FIM-RESPONSAVEIS TO TRUE
                       NOT AT END
                           PERFORM 0150-AGRUPAR-RESPONSAVEL
                   END-READ
               END-PERFORM
               CLOSE ARQ-RESPONSAVEIS
           END-IF.

       0150-AGRUPAR-RESPONSAVEL.
      * Mesmo agrupamento do informe anual (PROGCOB129). Basta um
      * dos cadastros pedir entrega eletronica para a carta nao ir
      * pelo correio.
           IF RSP-CPF NOT = SPACES
               MOVE 'C'     TO WRK-RSP-CHAVE(1:1)
               MOVE RSP-CPF TO WRK-RSP-CHAVE(2:30)
           ELSE
               MOVE 'N'      TO WRK-RSP-CHAVE(1:1)
               MOVE RSP-NOME TO WRK-RSP-CHAVE(2:30)
           END-IF.
           MOVE 'N' TO WRK-TRS-ACHOU.
           IF WRK-TRS-USADAS > 0
               SET WRK-TRS-IDX TO 1
               SEARCH WRK-TRS-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-TRS-CHAVE(WRK-TRS-IDX) = WRK-RSP-CHAVE
                       SET RESPONSAVEL-NA-TABELA TO TRUE
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TFL-USADAS NOT < 600
                OR (NOT RESPONSAVEL-NA-TABELA
                    AND WRK-TRS-USADAS NOT < 300)
                   MOVE 'PROGCOB130' TO EXC-PROGRAMA
                   MOVE 'TABELA DA CARTA CHEIA - ALUNO FORA'
                       TO EXC-MENSAGEM
                   MOVE REG-RESPONSAVEL(1:60) TO EXC-DADO
                   PERFORM 9700-GRAVAR-EXCECAO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   IF NOT RESPONSAVEL-NA-TABELA
                       ADD 1 TO WRK-TRS-USADAS
                       SET WRK-TRS-IDX TO WRK-TRS-USADAS
                       MOVE WRK-RSP-CHAVE
                           TO WRK-TRS-CHAVE(WRK-TRS-IDX)
                       MOVE RSP-NOME TO WRK-TRS-NOME(WRK-TRS-IDX)
                       MOVE RSP-ENDERECO
                           TO WRK-TRS-ENDERECO(WRK-TRS-IDX)
                       MOVE 'C' TO WRK-TRS-ENTREGA(WRK-TRS-IDX)
                   END-IF
                   IF RSP-ENTREGA-ELETRONICA
                       MOVE 'E' TO WRK-TRS-ENTREGA(WRK-TRS-IDX)
                   END-IF
                   ADD 1 TO WRK-TFL-USADAS
                   MOVE RSP-MATRICULA
                       TO WRK-TFL-MATRICULA(WRK-TFL-USADAS)
                   MOVE WRK-RSP-CHAVE
                       TO WRK-TFL-CHAVE(WRK-TFL-USADAS)
           END-EVALUATE.

       0200-ORDENAR-POR-ENDERECO.
      * Ordenacao simples por troca, na ordem do endereco de
      * cobranca, para a postagem.
           SET HOUVE-TROCA TO TRUE.
           PERFORM UNTIL NOT HOUVE-TROCA
               MOVE 'N' TO WRK-HOUVE-TROCA
               PERFORM VARYING WRK-TRS-TROCA FROM 1 BY 1
                       UNTIL WRK-TRS-TROCA >= WRK-TRS-USADAS
                   IF WRK-TRS-ENDERECO(WRK-TRS-TROCA) >
                      WRK-TRS-ENDERECO(WRK-TRS-TROCA + 1)
                       MOVE WRK-TRS-ENTRADA(WRK-TRS-TROCA)
                           TO WRK-TRS-AUX
                       MOVE WRK-TRS-ENTRADA(WRK-TRS-TROCA + 1)
                           TO WRK-TRS-ENTRADA(WRK-TRS-TROCA)
                       MOVE WRK-TRS-AUX
                           TO WRK-TRS-ENTRADA(WRK-TRS-TROCA + 1)
                       SET HOUVE-TROCA TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       0300-EMITIR-CARTA.
           MOVE 'PROGCOB130' TO WRK-REP-PROGRAMA.
           MOVE 'CARTA DO TERMO AOS RESPONSAVEIS' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'A(O) SR(A). ' WRK-TRS-NOME(WRK-TRS-LOOP).
           DISPLAY WRK-TRS-ENDERECO(WRK-TRS-LOOP).
           DISPLAY ' '.
           DISPLAY 'SEGUE O ACOMPANHAMENTO DO ' WRK-CRT-TERMO
               'o TERMO DE ' WRK-CRT-ANO ' DE SEU(S) FILHO(S).'.
           MOVE ZEROS TO WRK-SLD-VALOR WRK-SLD-QTD WRK-SLD-VENCIDAS.
           PERFORM VARYING WRK-TFL-LOOP FROM 1 BY 1
                   UNTIL WRK-TFL-LOOP > WRK-TFL-USADAS
               IF WRK-TFL-CHAVE(WRK-TFL-LOOP) =
                  WRK-TRS-CHAVE(WRK-TRS-LOOP)
                   PERFORM 0400-ACOMPANHAR-FILHO
               END-IF
           END-PERFORM.
           PERFORM 0700-FECHAR-CARTA.
           ADD 1 TO WRK-QTD-CARTAS WRK-RUN-QTD-LIDOS.

       0400-ACOMPANHAR-FILHO.
           MOVE 'N' TO WRK-TFL-ACHADO.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               MOVE WRK-TFL-MATRICULA(WRK-TFL-LOOP) TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FILHO-ACHADO TO TRUE
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.
           IF NOT FILHO-ACHADO
               MOVE 'PROGCOB130' TO EXC-PROGRAMA
               MOVE 'RESPONSAVEL DE MATRICULA NAO CADASTRADA'
                   TO EXC-MENSAGEM
               MOVE WRK-TFL-MATRICULA(WRK-TFL-LOOP) TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
           ELSE
               DISPLAY ' '
               DISPLAY '--------------------------------------------'
               DISPLAY 'ALUNO: ' ALU-MATRICULA ' ' ALU-NOME
                   ' TURMA ' ALU-TURMA
               PERFORM 0450-LISTAR-NOTAS
               PERFORM 0500-INFORMAR-FREQUENCIA
               PERFORM 0550-INFORMAR-RECUPERACAO
           END-IF.
           PERFORM 0600-SOMAR-MENSALIDADES.

       0450-LISTAR-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS WRK-QTD-RECUP.
           MOVE 'N'   TO WRK-EOF-NOTAS-MAT.
           DISPLAY 'MAT DESCRICAO            N1  N2  N3  MEDIA SIT'.
           OPEN INPUT ARQ-NOTAS-MATERIA.
           IF WRK-FS-NOTAS-MATERIA = '00'
               MOVE ALU-MATRICULA TO NTM-MATRICULA
               MOVE WRK-CRT-ANO   TO NTM-ANO
               MOVE WRK-CRT-TERMO TO NTM-TERMO
               MOVE SPACES        TO NTM-MATERIA
               START ARQ-NOTAS-MATERIA
                   KEY IS NOT LESS THAN NTM-CHAVE
                   INVALID KEY
                       SET FIM-NOTAS-MATERIA TO TRUE
               END-START
               PERFORM UNTIL FIM-NOTAS-MATERIA
                   READ ARQ-NOTAS-MATERIA NEXT RECORD
                       AT END
                           SET FIM-NOTAS-MATERIA TO TRUE
                       NOT AT END
                           IF NTM-MATRICULA = ALU-MATRICULA
                               AND NTM-ANO = WRK-CRT-ANO
                               AND NTM-TERMO = WRK-CRT-TERMO
                               PERFORM 0460-LISTAR-NOTA-MATERIA
                           ELSE
                               SET FIM-NOTAS-MATERIA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS-MATERIA
           END-IF.
           IF WRK-QTD-NOTAS = ZEROS
               DISPLAY '(SEM NOTAS LANCADAS NO TERMO)'
           END-IF.

       0460-LISTAR-NOTA-MATERIA.
           MOVE SPACES TO WRK-MAT-DESCRICAO.
           OPEN INPUT ARQ-MATERIAS.
           IF WRK-FS-MATERIAS = '00'
               MOVE NTM-MATERIA TO MAT-CODIGO
               READ ARQ-MATERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAT-DESCRICAO TO WRK-MAT-DESCRICAO
               END-READ
               CLOSE ARQ-MATERIAS
           END-IF.
           MOVE NTM-MEDIA TO WRK-MEDIA-ED.
           DISPLAY NTM-MATERIA ' ' WRK-MAT-DESCRICAO ' '
               NTM-NOTA1 '  ' NTM-NOTA2 '  ' NTM-NOTA3 '  '
               WRK-MEDIA-ED '  ' NTM-SITUACAO.
           ADD 1 TO WRK-QTD-NOTAS.
           IF NTM-SITUACAO = 'RC' AND WRK-QTD-RECUP < 20
               ADD 1 TO WRK-QTD-RECUP
               MOVE NTM-MATERIA TO WRK-REC-MATERIA(WRK-QTD-RECUP)
           END-IF.

       0500-INFORMAR-FREQUENCIA.
      * Mesma conta do PROGCOB04: aulas dadas menos faltas sobre as
      * aulas dadas, contra o minimo do NOTASCFG.
           IF ALU-AULAS = ZEROS
               DISPLAY 'FREQUENCIA: SEM AULAS REGISTRADAS'
           ELSE
               COMPUTE WRK-FREQ-PCT ROUNDED =
                   (ALU-AULAS - ALU-FALTAS) / ALU-AULAS * 100
               MOVE WRK-FREQ-PCT TO WRK-FREQ-ED
               DISPLAY 'FREQUENCIA: ' WRK-FREQ-ED '% ('
                   ALU-FALTAS ' FALTAS EM ' ALU-AULAS
                   ' AULAS) - MINIMO ' WRK-FREQ-MINIMA '%'
               IF WRK-FREQ-PCT < WRK-FREQ-MINIMA
                   DISPLAY '*** ABAIXO DO MINIMO - RISCO DE '
                       'REPROVACAO POR FALTA ***'
               END-IF
           END-IF.

       0550-INFORMAR-RECUPERACAO.
      * Materias em recuperacao no termo e os dias de prova
      * marcados no calendario escolar do ano corrente.
           IF WRK-QTD-RECUP > ZEROS
               DISPLAY 'RECUPERACAO MARCADA EM:'
               PERFORM VARYING WRK-REC-LOOP FROM 1 BY 1
                       UNTIL WRK-REC-LOOP > WRK-QTD-RECUP
                   DISPLAY '   MATERIA ' WRK-REC-MATERIA(WRK-REC-LOOP)
               END-PERFORM
               MOVE ZEROS TO WRK-QTD-PROVAS
               PERFORM VARYING WRK-CAL-IDX FROM 1 BY 1
                       UNTIL WRK-CAL-IDX > WRK-CAL-QTD
                   IF WRK-CAL-TIPO(WRK-CAL-IDX) = 'R'
                    AND (WRK-CAL-ANO(WRK-CAL-IDX) = WRK-DATA-HOJE(1:4)
                     OR WRK-CAL-ANO(WRK-CAL-IDX) = ZEROS)
                       DISPLAY '   PROVA EM '
                           WRK-CAL-DIA(WRK-CAL-IDX) '/'
                           WRK-CAL-MES(WRK-CAL-IDX) ' - '
                           WRK-CAL-DESCRICAO(WRK-CAL-IDX)
                       ADD 1 TO WRK-QTD-PROVAS
                   END-IF
               END-PERFORM
               IF WRK-QTD-PROVAS = ZEROS
                   DISPLAY '   DATA DA PROVA A CONFIRMAR PELA '
                       'SECRETARIA'
               END-IF
           END-IF.

       0600-SOMAR-MENSALIDADES.
           MOVE 'N' TO WRK-EOF-MEN.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WRK-FS-MENSALIDADES = '00'
               MOVE WRK-TFL-MATRICULA(WRK-TFL-LOOP) TO MEN-MATRICULA
               MOVE ZEROS TO MEN-COMPETENCIA
               START ARQ-MENSALIDADES
                   KEY IS NOT LESS THAN MEN-CHAVE
                   INVALID KEY
                       SET FIM-MENSALIDADES TO TRUE
               END-START
               PERFORM UNTIL FIM-MENSALIDADES
                   READ ARQ-MENSALIDADES NEXT RECORD
                       AT END
                           SET FIM-MENSALIDADES TO TRUE
                       NOT AT END
                           IF MEN-MATRICULA NOT =
                              WRK-TFL-MATRICULA(WRK-TFL-LOOP)
                               SET FIM-MENSALIDADES TO TRUE
                           ELSE
                               IF MEN-DATA-PAGAMENTO = ZEROS
                                   ADD MEN-VALOR TO WRK-SLD-VALOR
                                   ADD 1 TO WRK-SLD-QTD
                                   IF MEN-VENCIMENTO < WRK-DATA-HOJE
                                       ADD 1 TO WRK-SLD-VENCIDAS
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       0700-FECHAR-CARTA.
           DISPLAY ' '.
           DISPLAY '============================================'.
           IF WRK-SLD-QTD = ZEROS
               DISPLAY 'MENSALIDADES: NENHUMA EM ABERTO - OBRIGADO.'
           ELSE
               MOVE WRK-SLD-VALOR TO WRK-SLD-ED
               DISPLAY 'MENSALIDADES EM ABERTO: ' WRK-SLD-QTD
                   ' (' WRK-SLD-VENCIDAS ' VENCIDAS) - SALDO '
                   WRK-SLD-ED
               DISPLAY 'PROCURE A SECRETARIA PARA REGULARIZAR.'
           END-IF.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'ncfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'calpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
