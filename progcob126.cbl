      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Professores e grade de aulas - master de professores
      *          ligado ao master de empregados (horistas), grade
      *          semanal por turma, materia, dia e aula com critica
      *          de conflito (professor ou turma em duas aulas no
      *          mesmo horario) e apuracao mensal das horas-aula pela
      *          grade e pelos dias letivos do calendario, menos os
      *          afastamentos, gerando a folha de ponto dos horistas
      *          (PONTOTRAN.DAT) que o PROGCOB01 paga
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB126.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'prfsel.cpy'.
            COPY 'trmsel.cpy'.
            COPY 'matsel.cpy'.
            COPY 'afasel.cpy'.
            COPY 'calsel.cpy'.
            COPY 'pntsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'prffd.cpy'.
           COPY 'trmfd.cpy'.
           COPY 'matfd.cpy'.
           COPY 'afafd.cpy'.
           COPY 'calfd.cpy'.
           COPY 'pntfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-PROFESSORES VALUE 'S'.
       77 WRK-PRF-STATUS       PIC X(01)   VALUE 'S'.
           88 PROFESSOR-OK         VALUE 'S'.
           88 PROFESSOR-COM-ERRO   VALUE 'N'.
       77 WRK-PRF-EMP-ACHADO   PIC X(01)   VALUE 'N'.
           88 EMPREGADO-ACHADO VALUE 'S'.
       77 WRK-PRF-ACHADO       PIC X(01)   VALUE 'N'.
           88 PROFESSOR-ACHADO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Campos digitados no cadastro e na grade; aula sem duracao
      * informada vale a hora-aula padrao de 50 minutos.
       77 WRK-PRF-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-PRF-MINUTOS      PIC 9(02)   VALUE ZEROS.
       77 WRK-PRF-MINUTOS-PAD  PIC 9(02)   VALUE 50.
       77 WRK-PRF-SITUACAO     PIC X(01)   VALUE SPACES.
       77 WRK-GRD-DIA          PIC 9(01)   VALUE ZEROS.
       77 WRK-GRD-AULA         PIC 9(02)   VALUE ZEROS.
       77 WRK-GRD-MAX-AULA     PIC 9(02)   VALUE 15.
       77 WRK-GRD-TURMA        PIC X(06)   VALUE SPACES.
       77 WRK-GRD-MATERIA      PIC X(03)   VALUE SPACES.
       77 WRK-GRD-CONFLITO     PIC X(01)   VALUE 'N'.
           88 HORARIO-EM-CONFLITO VALUE 'S'.
       77 WRK-GRD-QTD-LISTADAS PIC 9(05)   VALUE ZEROS.

      * Nome abreviado do dia da semana (1=domingo ... 7=sabado).
       01 WRK-TAB-NOMES-DIA.
           02 FILLER           PIC X(21)   VALUE
               'DOMSEGTERQUAQUISEXSAB'.
       01 WRK-TAB-DIAS REDEFINES WRK-TAB-NOMES-DIA.
           02 WRK-NOME-DIA     PIC X(03)   OCCURS 7 TIMES.

      * Competencia apurada e calendario do mes: um indicador e o dia
      * da semana por dia - 'S' dia letivo (nem sabado, nem domingo,
      * nem feriado do CALENDARIO.DAT); a copia por professor perde
      * os dias de afastamento e os anteriores a admissao.
       01 WRK-APU-COMPETENCIA.
           02 WRK-APU-COMP-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-APU-COMP-MES PIC 9(02)   VALUE ZEROS.
       01 WRK-APU-COMP-NUM REDEFINES WRK-APU-COMPETENCIA PIC 9(06).
       01 WRK-APU-DATA.
           02 WRK-APU-DATA-ANO PIC 9(04)   VALUE ZEROS.
           02 WRK-APU-DATA-MES PIC 9(02)   VALUE ZEROS.
           02 WRK-APU-DATA-DIA PIC 9(02)   VALUE ZEROS.
       01 WRK-APU-DATA-NUM REDEFINES WRK-APU-DATA PIC 9(08).
       77 WRK-APU-DATA-INT     PIC 9(08)   VALUE ZEROS.
       77 WRK-APU-DIAS-MES     PIC 9(02)   VALUE ZEROS.
       77 WRK-APU-DIA          PIC 9(02)   VALUE ZEROS.
       01 WRK-APU-TAB-MES.
           02 WRK-APU-LETIVO-MES PIC X(01) OCCURS 31 TIMES.
       01 WRK-APU-TAB-SEMANA.
           02 WRK-APU-DIA-SEM  PIC 9(01)   OCCURS 31 TIMES.
       01 WRK-APU-TAB-PRF.
           02 WRK-APU-LETIVO-PRF PIC X(01) OCCURS 31 TIMES.
       77 WRK-APU-LETIVOS-MES  PIC 9(02)   VALUE ZEROS.
       77 WRK-APU-INI-MES      PIC 9(08)   VALUE ZEROS.
       77 WRK-APU-FIM-MES      PIC 9(08)   VALUE ZEROS.
       77 WRK-APU-DIA-INI      PIC 9(02)   VALUE ZEROS.
       77 WRK-APU-DIA-FIM      PIC 9(02)   VALUE ZEROS.
       77 WRK-APU-JA-APURADA   PIC X(01)   VALUE 'N'.
           88 COMPETENCIA-APURADA VALUE 'S'.

      * Aulas por dia da semana na grade do professor.
       01 WRK-APU-TAB-GRADE.
           02 WRK-APU-AULAS-DIA PIC 9(02)  OCCURS 7 TIMES.
       77 WRK-APU-AULAS-SEMANA PIC 9(03)   VALUE ZEROS.
       77 WRK-APU-AULAS-GRADE  PIC 9(04)   VALUE ZEROS.
       77 WRK-APU-AULAS-AFAST  PIC 9(04)   VALUE ZEROS.
       77 WRK-APU-AULAS-DADAS  PIC 9(04)   VALUE ZEROS.
       77 WRK-APU-HORAS        PIC 9(03)V99 VALUE ZEROS.

      * Matriculas que ja tem folha de ponto digitada na competencia
      * - o ponto do professor nao e gerado de novo para nao pagar
      * as mesmas horas duas vezes.
       01 WRK-TAB-PONTO.
           02 WRK-PNT-MATRICULA PIC X(06)  OCCURS 500 TIMES
                                           INDEXED BY WRK-PNT-IDX.
       77 WRK-PNT-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-PNT-ACHOU        PIC X(01)   VALUE 'N'.
           88 PONTO-JA-DIGITADO VALUE 'S'.
       77 WRK-FS-PONTO         PIC X(02)   VALUE '00'.
       77 WRK-EOF-PONTO        PIC X(01)   VALUE 'N'.
           88 FIM-PONTO        VALUE 'S'.

      * Totais da apuracao.
       77 WRK-APU-QTD-PRF      PIC 9(05)   VALUE ZEROS.
       77 WRK-APU-QTD-GERADOS  PIC 9(05)   VALUE ZEROS.
       77 WRK-APU-QTD-DIGITADOS PIC 9(05)  VALUE ZEROS.
       77 WRK-APU-TOT-AULAS    PIC 9(06)   VALUE ZEROS.
       77 WRK-APU-TOT-HORAS    PIC 9(06)V99 VALUE ZEROS.

      * Campos editados.
       77 WRK-HORAS-ED         PIC ZZ9,99       VALUE ZEROS.
       77 WRK-TOT-HORAS-ED     PIC ZZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-AULAS-ED         PIC ZZZ9         VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'empws.cpy'.
           COPY 'prfws.cpy'.
           COPY 'trmws.cpy'.
           COPY 'matws.cpy'.
           COPY 'afaws.cpy'.
           COPY 'calws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB126' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           PERFORM UNTIL SAIR-PROFESSORES
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== PROFESSORES E GRADE DE AULAS ===='.
           DISPLAY '1 - INCLUIR OU ALTERAR PROFESSOR'.
           DISPLAY '2 - INCLUIR AULA NA GRADE'.
           DISPLAY '3 - EXCLUIR AULA DA GRADE'.
           DISPLAY '4 - LISTAR GRADE'.
           DISPLAY '5 - APURAR HORAS-AULA DO MES (PONTO)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-PROFESSOR
               WHEN 2
                   PERFORM 0400-INCLUIR-AULA
               WHEN 3
                   PERFORM 0500-EXCLUIR-AULA
               WHEN 4
                   PERFORM 0600-LISTAR-GRADE
               WHEN 5
                   PERFORM 0700-APURAR-COMPETENCIA
               WHEN ZERO
                   SET SAIR-PROFESSORES TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-INCLUIR-PROFESSOR.
      * So horista com valor-hora no master vira professor - e o
      * valor-hora do master que o PROGCOB01 aplica as horas-aula.
           SET PROFESSOR-OK TO TRUE.
           DISPLAY 'MATRICULA DO EMPREGADO:'.
           ACCEPT WRK-PRF-MATRICULA.
           MOVE WRK-PRF-MATRICULA TO EMP-MATRICULA.
           PERFORM 0310-LER-EMPREGADO.
           EVALUATE TRUE
               WHEN NOT EMPREGADO-ACHADO OR EMP-SITUACAO = 'D'
                   DISPLAY 'EMPREGADO NAO ENCONTRADO OU DESLIGADO'
                   SET PROFESSOR-COM-ERRO TO TRUE
               WHEN EMP-TIPO-PAGAMENTO NOT = 'H'
                OR EMP-VALOR-HORA = ZEROS
                   DISPLAY 'EMPREGADO NAO E HORISTA OU SEM VALOR-HORA'
                   SET PROFESSOR-COM-ERRO TO TRUE
               WHEN OTHER
                   PERFORM 0320-LER-DADOS-PROFESSOR
           END-EVALUATE.
           IF PROFESSOR-OK
               PERFORM 0350-GRAVAR-PROFESSOR
           ELSE
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.

       0310-LER-EMPREGADO.
           MOVE 'N' TO WRK-PRF-EMP-ACHADO.
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

       0320-LER-DADOS-PROFESSOR.
           DISPLAY 'NOME: ' EMP-NOME.
           DISPLAY 'DURACAO DA AULA EM MINUTOS (ZERO = 50):'.
           ACCEPT WRK-PRF-MINUTOS.
           IF WRK-PRF-MINUTOS = ZEROS
               MOVE WRK-PRF-MINUTOS-PAD TO WRK-PRF-MINUTOS
           END-IF.
           DISPLAY 'SITUACAO (A-ATIVO / I-INATIVO, BRANCO = A):'.
           ACCEPT WRK-PRF-SITUACAO.
           IF WRK-PRF-SITUACAO = SPACES
               MOVE 'A' TO WRK-PRF-SITUACAO
           END-IF.
           IF WRK-PRF-SITUACAO NOT = 'A' AND WRK-PRF-SITUACAO NOT = 'I'
               DISPLAY 'SITUACAO INVALIDA: ' WRK-PRF-SITUACAO
               SET PROFESSOR-COM-ERRO TO TRUE
           END-IF.

       0350-GRAVAR-PROFESSOR.
           MOVE WRK-PRF-MATRICULA TO PRF-MATRICULA.
           MOVE EMP-NOME          TO PRF-NOME.
           MOVE WRK-PRF-MINUTOS   TO PRF-MINUTOS-AULA.
           MOVE WRK-PRF-SITUACAO  TO PRF-SITUACAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE     TO PRF-DATA-CADASTRO.
           OPEN I-O ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES = '35'
               OPEN OUTPUT ARQ-PROFESSORES
               CLOSE ARQ-PROFESSORES
               OPEN I-O ARQ-PROFESSORES
           END-IF.
           WRITE REG-PROFESSOR
               INVALID KEY
                   REWRITE REG-PROFESSOR
                   DISPLAY 'PROFESSOR ALTERADO'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR INCLUIDO'
           END-WRITE.
           CLOSE ARQ-PROFESSORES.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'CADASTRO-PROFESSOR' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-PRF-MATRICULA    TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-PRF-SITUACAO     TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-PRF.

       0400-INCLUIR-AULA.
           DISPLAY 'MATRICULA DO PROFESSOR:'.
           ACCEPT WRK-PRF-MATRICULA.
           DISPLAY 'DIA DA SEMANA (2-SEGUNDA ... 6-SEXTA):'.
           ACCEPT WRK-GRD-DIA.
           DISPLAY 'AULA DO DIA (1 A 15):'.
           ACCEPT WRK-GRD-AULA.
           DISPLAY 'TURMA:'.
           ACCEPT WRK-GRD-TURMA.
           DISPLAY 'MATERIA:'.
           ACCEPT WRK-GRD-MATERIA.
           PERFORM 0410-LER-PROFESSOR.
           MOVE WRK-GRD-TURMA TO WRK-TRM-PROCURADA.
           PERFORM 9597-BUSCAR-TURMA.
           MOVE WRK-GRD-MATERIA TO WRK-MAT-PROCURADA.
           PERFORM 9598-BUSCAR-MATERIA.
           EVALUATE TRUE
               WHEN NOT PROFESSOR-ACHADO OR NOT PRF-ATIVO
                   DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-GRD-DIA < 2 OR WRK-GRD-DIA > 6
                   DISPLAY 'DIA DA SEMANA INVALIDO: ' WRK-GRD-DIA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-GRD-AULA = ZEROS
                OR WRK-GRD-AULA > WRK-GRD-MAX-AULA
                   DISPLAY 'AULA DO DIA INVALIDA: ' WRK-GRD-AULA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN TURMA-INVALIDA
                   DISPLAY 'TURMA NAO CADASTRADA: ' WRK-GRD-TURMA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN MATERIA-INVALIDA
                   DISPLAY 'MATERIA NAO CADASTRADA OU INATIVA: '
                       WRK-GRD-MATERIA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0450-GRAVAR-AULA
           END-EVALUATE.

       0410-LER-PROFESSOR.
           MOVE 'N' TO WRK-PRF-ACHADO.
           MOVE WRK-PRF-MATRICULA TO PRF-MATRICULA.
           OPEN INPUT ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES = '00'
               READ ARQ-PROFESSORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROFESSOR-ACHADO TO TRUE
               END-READ
               CLOSE ARQ-PROFESSORES
           END-IF.

       0450-GRAVAR-AULA.
      * Conflito de horario pelas duas chaves: o professor ja tem
      * aula neste dia/aula (chave primaria) ou a turma ja tem outro
      * professor no mesmo horario (chave alternativa).
           MOVE 'N' TO WRK-GRD-CONFLITO.
           OPEN I-O ARQ-GRADE-AULAS.
           IF WRK-FS-GRADE-AULAS = '35'
               OPEN OUTPUT ARQ-GRADE-AULAS
               CLOSE ARQ-GRADE-AULAS
               OPEN I-O ARQ-GRADE-AULAS
           END-IF.
           MOVE WRK-PRF-MATRICULA TO GRD-MATRICULA.
           MOVE WRK-GRD-DIA       TO GRD-DIA-SEMANA.
           MOVE WRK-GRD-AULA      TO GRD-AULA.
           READ ARQ-GRADE-AULAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HORARIO-EM-CONFLITO TO TRUE
                   DISPLAY 'CONFLITO: PROFESSOR JA DA AULA NA TURMA '
                       GRD-TURMA ' NESTE HORARIO'
           END-READ.
           IF NOT HORARIO-EM-CONFLITO
               MOVE WRK-GRD-TURMA TO GRD-TURMA
               MOVE WRK-GRD-DIA   TO GRD-DIA-TURMA
               MOVE WRK-GRD-AULA  TO GRD-AULA-TURMA
               READ ARQ-GRADE-AULAS KEY IS GRD-CHAVE-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HORARIO-EM-CONFLITO TO TRUE
                       DISPLAY 'CONFLITO: TURMA JA TEM AULA COM O '
                           'PROFESSOR ' GRD-MATRICULA ' NESTE HORARIO'
               END-READ
           END-IF.
           IF HORARIO-EM-CONFLITO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-PRF-MATRICULA TO GRD-MATRICULA
               MOVE WRK-GRD-DIA       TO GRD-DIA-SEMANA GRD-DIA-TURMA
               MOVE WRK-GRD-AULA      TO GRD-AULA GRD-AULA-TURMA
               MOVE WRK-GRD-TURMA     TO GRD-TURMA
               MOVE WRK-GRD-MATERIA   TO GRD-MATERIA
               WRITE REG-GRADE-AULA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A GRADE: '
                           WRK-FS-GRADE-AULAS
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       DISPLAY 'AULA INCLUIDA NA GRADE'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'GRADE-AULA'  TO WRK-AUD-CAMPO-CHAVE
                       MOVE GRD-CHAVE     TO WRK-AUD-VALOR-ENTRADA
                       MOVE GRD-CHAVE-TURMA TO WRK-AUD-VALOR-SAIDA
                       PERFORM 0900-GRAVAR-AUDITORIA-PRF
               END-WRITE
           END-IF.
           CLOSE ARQ-GRADE-AULAS.

       0500-EXCLUIR-AULA.
           DISPLAY 'MATRICULA DO PROFESSOR:'.
           ACCEPT WRK-PRF-MATRICULA.
           DISPLAY 'DIA DA SEMANA (2-SEGUNDA ... 6-SEXTA):'.
           ACCEPT WRK-GRD-DIA.
           DISPLAY 'AULA DO DIA:'.
           ACCEPT WRK-GRD-AULA.
           OPEN I-O ARQ-GRADE-AULAS.
           IF WRK-FS-GRADE-AULAS NOT = '00'
               DISPLAY 'NENHUMA AULA NA GRADE'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-PRF-MATRICULA TO GRD-MATRICULA
               MOVE WRK-GRD-DIA       TO GRD-DIA-SEMANA
               MOVE WRK-GRD-AULA      TO GRD-AULA
               DELETE ARQ-GRADE-AULAS RECORD
                   INVALID KEY
                       DISPLAY 'AULA NAO ENCONTRADA NA GRADE'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
                       DISPLAY 'AULA EXCLUIDA DA GRADE'
                       ADD 1 TO WRK-RUN-QTD-LIDOS
                       MOVE 'EXCLUSAO-AULA' TO WRK-AUD-CAMPO-CHAVE
                       MOVE GRD-CHAVE       TO WRK-AUD-VALOR-ENTRADA
                       MOVE 'AULA EXCLUIDA' TO WRK-AUD-VALOR-SAIDA
                       PERFORM 0900-GRAVAR-AUDITORIA-PRF
               END-DELETE
               CLOSE ARQ-GRADE-AULAS
           END-IF.

       0600-LISTAR-GRADE.
           DISPLAY 'MATRICULA DO PROFESSOR (BRANCO = TODOS):'.
           ACCEPT WRK-PRF-MATRICULA.
           MOVE ZEROS TO WRK-GRD-QTD-LISTADAS.
           MOVE 'N'   TO WRK-EOF-GRADE-AULAS.
           OPEN INPUT ARQ-GRADE-AULAS.
           IF WRK-FS-GRADE-AULAS NOT = '00'
               DISPLAY 'NENHUMA AULA NA GRADE'
           ELSE
               MOVE WRK-PRF-MATRICULA TO GRD-MATRICULA
               MOVE ZEROS             TO GRD-DIA-SEMANA GRD-AULA
               START ARQ-GRADE-AULAS KEY IS NOT LESS THAN GRD-CHAVE
                   INVALID KEY
                       SET FIM-GRADE-AULAS TO TRUE
               END-START
               DISPLAY 'MATRIC DIA AULA TURMA  MATERIA'
               PERFORM UNTIL FIM-GRADE-AULAS
                   READ ARQ-GRADE-AULAS NEXT RECORD
                       AT END
                           SET FIM-GRADE-AULAS TO TRUE
                       NOT AT END
                           IF WRK-PRF-MATRICULA NOT = SPACES
                              AND GRD-MATRICULA NOT = WRK-PRF-MATRICULA
                               SET FIM-GRADE-AULAS TO TRUE
                           ELSE
                               DISPLAY GRD-MATRICULA ' '
                                   WRK-NOME-DIA(GRD-DIA-SEMANA) '  '
                                   GRD-AULA '  ' GRD-TURMA ' '
                                   GRD-MATERIA
                               ADD 1 TO WRK-GRD-QTD-LISTADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-GRADE-AULAS
               DISPLAY 'AULAS POR SEMANA: ' WRK-GRD-QTD-LISTADAS
           END-IF.

       0700-APURAR-COMPETENCIA.
      * Uma apuracao por competencia: o ponto gerado ja foi para a
      * folha dos horistas, entao repetir o mes pagaria as aulas duas
      * vezes - a segunda tentativa e recusada.
           DISPLAY 'COMPETENCIA (AAAAMM, BRANCO = MES CORRENTE):'.
           ACCEPT WRK-APU-COMP-NUM.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-APU-COMP-NUM = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-APU-COMP-NUM
           END-IF.
           PERFORM 0710-VERIFICAR-APURADA.
           EVALUATE TRUE
               WHEN WRK-APU-COMP-MES < 1 OR WRK-APU-COMP-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-APU-COMP-NUM
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN COMPETENCIA-APURADA
                   DISPLAY 'COMPETENCIA ' WRK-APU-COMP-NUM
                       ' JA APURADA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0720-MONTAR-DIAS-LETIVOS
                   PERFORM 0730-CARREGAR-PONTO
                   PERFORM 0740-APURAR-PROFESSORES
           END-EVALUATE.

       0710-VERIFICAR-APURADA.
           MOVE 'N' TO WRK-APU-JA-APURADA.
           OPEN INPUT ARQ-AULAS-APURADAS.
           IF WRK-FS-AULAS-APURADAS = '00'
               MOVE WRK-APU-COMP-NUM TO AAP-COMPETENCIA
               MOVE SPACES           TO AAP-MATRICULA
               START ARQ-AULAS-APURADAS
                   KEY IS NOT LESS THAN AAP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARQ-AULAS-APURADAS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AAP-COMPETENCIA = WRK-APU-COMP-NUM
                                   SET COMPETENCIA-APURADA TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE ARQ-AULAS-APURADAS
           END-IF.

       0720-MONTAR-DIAS-LETIVOS.
      * Dia da semana pelo mesmo mapeamento do PROGCOB011
      * (1=domingo ... 7=sabado); fevereiro tem 29 dias quando a data
      * 29 valida no ano (9600-VALIDAR-DATA).
           IF WRK-CAL-QTD = ZEROS
               PERFORM 0170-CARREGAR-CALENDARIO
           END-IF.
           MOVE WRK-DTV-DIAS-OCC(WRK-APU-COMP-MES) TO WRK-APU-DIAS-MES.
           IF WRK-APU-COMP-MES = 02
               MOVE WRK-APU-COMP-ANO TO WRK-DTV-ANO
               MOVE 02               TO WRK-DTV-MES
               MOVE 29               TO WRK-DTV-DIA
               PERFORM 9600-VALIDAR-DATA
               IF DATA-VALIDA
                   MOVE 29 TO WRK-APU-DIAS-MES
               END-IF
           END-IF.
           MOVE ALL 'N' TO WRK-APU-TAB-MES.
           MOVE ZEROS   TO WRK-APU-LETIVOS-MES WRK-APU-TAB-SEMANA.
           MOVE WRK-APU-COMP-ANO TO WRK-APU-DATA-ANO.
           MOVE WRK-APU-COMP-MES TO WRK-APU-DATA-MES.
           PERFORM VARYING WRK-APU-DIA FROM 1 BY 1
                   UNTIL WRK-APU-DIA > WRK-APU-DIAS-MES
               MOVE WRK-APU-DIA TO WRK-APU-DATA-DIA
               COMPUTE WRK-APU-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-APU-DATA-NUM)
               COMPUTE WRK-APU-DIA-SEM(WRK-APU-DIA) =
                   FUNCTION MOD(WRK-APU-DATA-INT, 7) + 1
               MOVE WRK-APU-DATA-ANO TO WRK-DTV-ANO
               MOVE WRK-APU-DATA-MES TO WRK-DTV-MES
               MOVE WRK-APU-DATA-DIA TO WRK-DTV-DIA
               PERFORM 9650-VERIFICAR-DIA-UTIL
               IF WRK-APU-DIA-SEM(WRK-APU-DIA) NOT = 1
                  AND WRK-APU-DIA-SEM(WRK-APU-DIA) NOT = 7
                  AND DIA-UTIL
                   MOVE 'S' TO WRK-APU-LETIVO-MES(WRK-APU-DIA)
                   ADD 1 TO WRK-APU-LETIVOS-MES
               END-IF
           END-PERFORM.
           COMPUTE WRK-APU-INI-MES = WRK-APU-COMP-NUM * 100 + 1.
           COMPUTE WRK-APU-FIM-MES =
               WRK-APU-COMP-NUM * 100 + WRK-APU-DIAS-MES.

       0730-CARREGAR-PONTO.
           MOVE ZEROS TO WRK-PNT-QTD.
           MOVE 'N'   TO WRK-EOF-PONTO.
           OPEN INPUT ARQ-PONTO-TRANS.
           IF WRK-FS-PONTO = '00'
               PERFORM UNTIL FIM-PONTO
                   READ ARQ-PONTO-TRANS
                       AT END
                           SET FIM-PONTO TO TRUE
                       NOT AT END
                           IF PON-PERIODO = WRK-APU-COMP-NUM
                              AND WRK-PNT-QTD < 500
                               ADD 1 TO WRK-PNT-QTD
                               MOVE PON-MATRICULA
                                   TO WRK-PNT-MATRICULA(WRK-PNT-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PONTO-TRANS
           END-IF.

       0740-APURAR-PROFESSORES.
           MOVE 'N'   TO WRK-EOF-PROFESSORES.
           MOVE ZEROS TO WRK-APU-QTD-PRF WRK-APU-QTD-GERADOS
                         WRK-APU-QTD-DIGITADOS WRK-APU-TOT-AULAS
                         WRK-APU-TOT-HORAS.
           OPEN INPUT ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES NOT = '00'
               DISPLAY 'NENHUM PROFESSOR CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN I-O ARQ-AULAS-APURADAS
               IF WRK-FS-AULAS-APURADAS = '35'
                   OPEN OUTPUT ARQ-AULAS-APURADAS
                   CLOSE ARQ-AULAS-APURADAS
                   OPEN I-O ARQ-AULAS-APURADAS
               END-IF
               OPEN EXTEND ARQ-PONTO-TRANS
               IF WRK-FS-PONTO = '35'
                   OPEN OUTPUT ARQ-PONTO-TRANS
               END-IF
               MOVE 'PROGCOB126' TO WRK-REP-PROGRAMA
               MOVE 'APURACAO MENSAL DE HORAS-AULA'
                   TO WRK-REP-TITULO
               PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO
               DISPLAY 'COMPETENCIA ' WRK-APU-COMP-NUM
                   ' - DIAS LETIVOS NO MES: ' WRK-APU-LETIVOS-MES
               DISPLAY 'MATRIC NOME                 AULAS AFAST '
                   'DADAS  HORAS SITUACAO'
               PERFORM UNTIL FIM-PROFESSORES
                   READ ARQ-PROFESSORES NEXT RECORD
                       AT END
                           SET FIM-PROFESSORES TO TRUE
                       NOT AT END
                           IF PRF-ATIVO
                               PERFORM 0750-APURAR-PROFESSOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PONTO-TRANS
               CLOSE ARQ-AULAS-APURADAS
               CLOSE ARQ-PROFESSORES
               PERFORM 0790-EXIBIR-TOTAIS
           END-IF.

       0750-APURAR-PROFESSOR.
      * Desligado sai da apuracao; matricula sem master ou que deixou
      * de ser horista vai para as excecoes.
           MOVE PRF-MATRICULA TO EMP-MATRICULA.
           PERFORM 0310-LER-EMPREGADO.
           EVALUATE TRUE
               WHEN NOT EMPREGADO-ACHADO
                   MOVE 'PROGCOB126' TO EXC-PROGRAMA
                   MOVE 'PROFESSOR SEM EMPREGADO NO MASTER'
                       TO EXC-MENSAGEM
                   MOVE REG-PROFESSOR TO EXC-DADO
                   PERFORM 9700-GRAVAR-EXCECAO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN EMP-SITUACAO = 'D'
                   CONTINUE
               WHEN EMP-TIPO-PAGAMENTO NOT = 'H'
                   MOVE 'PROGCOB126' TO EXC-PROGRAMA
                   MOVE 'PROFESSOR NAO E MAIS HORISTA NO MASTER'
                       TO EXC-MENSAGEM
                   MOVE REG-PROFESSOR TO EXC-DADO
                   PERFORM 9700-GRAVAR-EXCECAO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0760-CARREGAR-GRADE-PROFESSOR
                   IF WRK-APU-AULAS-SEMANA > ZEROS
                       PERFORM 0770-CONTAR-DIAS-PROFESSOR
                       PERFORM 0780-GRAVAR-APURACAO
                   END-IF
           END-EVALUATE.

       0760-CARREGAR-GRADE-PROFESSOR.
           MOVE ZEROS TO WRK-APU-TAB-GRADE WRK-APU-AULAS-SEMANA.
           MOVE 'N'   TO WRK-EOF-GRADE-AULAS.
           OPEN INPUT ARQ-GRADE-AULAS.
           IF WRK-FS-GRADE-AULAS = '00'
               MOVE PRF-MATRICULA TO GRD-MATRICULA
               MOVE ZEROS         TO GRD-DIA-SEMANA GRD-AULA
               START ARQ-GRADE-AULAS KEY IS NOT LESS THAN GRD-CHAVE
                   INVALID KEY
                       SET FIM-GRADE-AULAS TO TRUE
               END-START
               PERFORM UNTIL FIM-GRADE-AULAS
                   READ ARQ-GRADE-AULAS NEXT RECORD
                       AT END
                           SET FIM-GRADE-AULAS TO TRUE
                       NOT AT END
                           IF GRD-MATRICULA = PRF-MATRICULA
                               ADD 1 TO
                                   WRK-APU-AULAS-DIA(GRD-DIA-SEMANA)
                                   WRK-APU-AULAS-SEMANA
                           ELSE
                               SET FIM-GRADE-AULAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-GRADE-AULAS
           END-IF.

       0770-CONTAR-DIAS-PROFESSOR.
      * Parte dos dias letivos do mes; admitido no proprio mes perde
      * os dias anteriores a admissao, e qualquer afastamento
      * (doenca, maternidade, sem remuneracao...) tira as aulas dos
      * dias que cobre - aula nao dada nao entra no ponto.
           MOVE WRK-APU-TAB-MES TO WRK-APU-TAB-PRF.
           IF EMP-DATA-ADMISSAO > WRK-APU-INI-MES
              AND EMP-DATA-ADMISSAO NOT > WRK-APU-FIM-MES
               MOVE EMP-DATA-ADMISSAO(7:2) TO WRK-APU-DIA-INI
               PERFORM VARYING WRK-APU-DIA FROM 1 BY 1
                       UNTIL WRK-APU-DIA >= WRK-APU-DIA-INI
                   MOVE 'N' TO WRK-APU-LETIVO-PRF(WRK-APU-DIA)
               END-PERFORM
           END-IF.
           MOVE 'N' TO WRK-EOF-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WRK-FS-AFASTAMENTOS = '00'
               MOVE PRF-MATRICULA TO AFA-MATRICULA
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
                           IF AFA-MATRICULA = PRF-MATRICULA
                               PERFORM 0775-TIRAR-DIAS-AFASTADO
                           ELSE
                               SET FIM-AFASTAMENTOS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AFASTAMENTOS
           END-IF.
           MOVE ZEROS TO WRK-APU-AULAS-GRADE WRK-APU-AULAS-AFAST.
           PERFORM VARYING WRK-APU-DIA FROM 1 BY 1
                   UNTIL WRK-APU-DIA > WRK-APU-DIAS-MES
               IF WRK-APU-LETIVO-MES(WRK-APU-DIA) = 'S'
                   ADD WRK-APU-AULAS-DIA(WRK-APU-DIA-SEM(WRK-APU-DIA))
                       TO WRK-APU-AULAS-GRADE
                   IF WRK-APU-LETIVO-PRF(WRK-APU-DIA) NOT = 'S'
                       ADD WRK-APU-AULAS-DIA(
                           WRK-APU-DIA-SEM(WRK-APU-DIA))
                           TO WRK-APU-AULAS-AFAST
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WRK-APU-AULAS-DADAS =
               WRK-APU-AULAS-GRADE - WRK-APU-AULAS-AFAST.
           COMPUTE WRK-APU-HORAS ROUNDED =
               WRK-APU-AULAS-DADAS * PRF-MINUTOS-AULA / 60.

       0775-TIRAR-DIAS-AFASTADO.
      * Afastamento ainda aberto (fim zeros) vai ate o fim do mes.
           IF AFA-DATA-INICIO <= WRK-APU-FIM-MES
               AND (AFA-DATA-FIM = ZEROS
                   OR AFA-DATA-FIM >= WRK-APU-INI-MES)
               IF AFA-DATA-INICIO < WRK-APU-INI-MES
                   MOVE 1 TO WRK-APU-DIA-INI
               ELSE
                   MOVE AFA-DATA-INICIO(7:2) TO WRK-APU-DIA-INI
               END-IF
               IF AFA-DATA-FIM = ZEROS
                   OR AFA-DATA-FIM > WRK-APU-FIM-MES
                   MOVE WRK-APU-DIAS-MES TO WRK-APU-DIA-FIM
               ELSE
                   MOVE AFA-DATA-FIM(7:2) TO WRK-APU-DIA-FIM
               END-IF
               PERFORM VARYING WRK-APU-DIA FROM WRK-APU-DIA-INI BY 1
                       UNTIL WRK-APU-DIA > WRK-APU-DIA-FIM
                   MOVE 'N' TO WRK-APU-LETIVO-PRF(WRK-APU-DIA)
               END-PERFORM
           END-IF.

       0780-GRAVAR-APURACAO.
      * Ponto ja digitado para o professor na competencia prevalece
      * - a apuracao fica registrada, mas o ponto nao e gerado.
           MOVE 'N' TO WRK-PNT-ACHOU.
           IF WRK-PNT-QTD > ZEROS
               SET WRK-PNT-IDX TO 1
               SEARCH WRK-PNT-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-PNT-MATRICULA(WRK-PNT-IDX) = PRF-MATRICULA
                       SET PONTO-JA-DIGITADO TO TRUE
               END-SEARCH
           END-IF.
           MOVE WRK-APU-COMP-NUM    TO AAP-COMPETENCIA.
           MOVE PRF-MATRICULA       TO AAP-MATRICULA.
           MOVE WRK-APU-AULAS-GRADE TO AAP-AULAS-GRADE.
           MOVE WRK-APU-AULAS-AFAST TO AAP-AULAS-AFASTADO.
           MOVE WRK-APU-HORAS       TO AAP-HORAS.
           MOVE WRK-DATA-HOJE       TO AAP-DATA-APURACAO.
           IF PONTO-JA-DIGITADO
               MOVE 'D' TO AAP-SITUACAO
               MOVE 'PROGCOB126' TO EXC-PROGRAMA
               MOVE 'PONTO DO PROFESSOR JA DIGITADO NA COMPETENCIA'
                   TO EXC-MENSAGEM
               MOVE REG-AULA-APURADA TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
               ADD 1 TO WRK-APU-QTD-DIGITADOS
           ELSE
               MOVE 'G' TO AAP-SITUACAO
               IF WRK-APU-HORAS > ZEROS
                   MOVE PRF-MATRICULA    TO PON-MATRICULA
                   MOVE WRK-APU-COMP-NUM TO PON-PERIODO
                   MOVE WRK-APU-HORAS    TO PON-HORAS-NORM
                   MOVE ZEROS            TO PON-HORAS-EXTRA
                   WRITE REG-PONTO-TRANS
                   ADD 1 TO WRK-APU-QTD-GERADOS
                   ADD WRK-APU-AULAS-DADAS TO WRK-APU-TOT-AULAS
                   ADD WRK-APU-HORAS       TO WRK-APU-TOT-HORAS
               END-IF
           END-IF.
           WRITE REG-AULA-APURADA
               INVALID KEY
                   REWRITE REG-AULA-APURADA
           END-WRITE.
           ADD 1 TO WRK-APU-QTD-PRF WRK-RUN-QTD-LIDOS.
           MOVE WRK-APU-HORAS TO WRK-HORAS-ED.
           DISPLAY PRF-MATRICULA ' ' PRF-NOME ' ' AAP-AULAS-GRADE
               '  ' AAP-AULAS-AFASTADO '  ' WRK-APU-AULAS-DADAS
               ' ' WRK-HORAS-ED ' ' AAP-SITUACAO.

       0790-EXIBIR-TOTAIS.
           MOVE WRK-APU-TOT-AULAS TO WRK-AULAS-ED.
           MOVE WRK-APU-TOT-HORAS TO WRK-TOT-HORAS-ED.
           DISPLAY '-------------------------------------'.
           DISPLAY 'PROFESSORES APURADOS.....: ' WRK-APU-QTD-PRF.
           DISPLAY 'PONTOS GERADOS...........: ' WRK-APU-QTD-GERADOS.
           DISPLAY 'PONTOS JA DIGITADOS......: ' WRK-APU-QTD-DIGITADOS.
           DISPLAY 'AULAS LEVADAS AO PONTO...: ' WRK-AULAS-ED.
           DISPLAY 'HORAS LEVADAS AO PONTO...: ' WRK-TOT-HORAS-ED.
           MOVE 'APURACAO-AULAS'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-APU-COMP-NUM    TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-APU-QTD-GERADOS TO WRK-AUD-VALOR-SAIDA.
           PERFORM 0900-GRAVAR-AUDITORIA-PRF.

       0900-GRAVAR-AUDITORIA-PRF.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB126' TO WRK-AUD-PROGRAMA.
           PERFORM 9800-GRAVAR-AUDITORIA.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'trmpp.cpy'.
           COPY 'matpp.cpy'.
           COPY 'calpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.
