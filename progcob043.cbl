      * Date:20260822
      * Purpose: Cadastro escolar - registro de alunos (nome, data de
      *          nascimento validada e turma) no master ALUNOS.DAT e
      *          manutencao do master de turmas (TURMAS.DAT) com a
      *          capacidade de cada turma - turma lotada ou com lista
      *          de espera nao recebe aluno novo por aqui, nem o
      *          responsavel com mensalidade vencida de outro filho
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'audsel.cpy'.
            COPY 'alusel.cpy'.
            COPY 'trmsel.cpy'.
            COPY 'rmtsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'mensel.cpy'.
            COPY 'rspsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'trmfd.cpy'.
           COPY 'rmtfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'menfd.cpy'.
           COPY 'rspfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
       77 WRK-ALU-TURMA        PIC X(06)   VALUE SPACES.
       77 WRK-TRM-DESCRICAO    PIC X(30)   VALUE SPACES.
       77 WRK-TRM-SEGUINTE     PIC X(06)   VALUE SPACES.
       77 WRK-TRM-CAPACIDADE   PIC 9(03)   VALUE ZEROS.
       77 WRK-ALU-TURMA-ATUAL  PIC X(06)   VALUE SPACES.
       77 WRK-ALU-ENTRADA      PIC X(01)   VALUE 'S'.
           88 ENTRADA-LIBERADA VALUE 'S'.
           88 ENTRADA-LOTADA   VALUE 'L'.
           88 ENTRADA-ESPERA   VALUE 'E'.
           88 ENTRADA-DEBITO   VALUE 'D'.
       77 WRK-ALU-NOVO         PIC X(01)   VALUE 'N'.
           88 ALUNO-NOVO       VALUE 'S'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.

           COPY 'audws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'trmws.cpy'.
           COPY 'rmtws.cpy'.
           COPY 'vagws.cpy'.
           COPY 'rspws.cpy'.
           COPY 'runws.cpy'.
           COPY 'datechk.cpy'.

           PERFORM 9600-VALIDAR-DATA.
           MOVE WRK-ALU-TURMA TO WRK-TRM-PROCURADA.
           PERFORM 9597-BUSCAR-TURMA.
           SET ENTRADA-LIBERADA TO TRUE.
           IF TURMA-VALIDA
               PERFORM 0310-VERIFICAR-VAGA
               IF ALUNO-NOVO AND ENTRADA-LIBERADA
                   PERFORM 0320-VERIFICAR-RESPONSAVEL
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MATRICULA-ALU = SPACES
                OR WRK-ALU-NOME = SPACES
               WHEN TURMA-INVALIDA
                   DISPLAY 'TURMA NAO CADASTRADA: ' WRK-ALU-TURMA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN ENTRADA-LOTADA
                   DISPLAY 'TURMA LOTADA (' WRK-VAG-CAPACIDADE
                       ' ALUNOS) - INSCREVA NA LISTA DE ESPERA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN ENTRADA-ESPERA
                   DISPLAY 'TURMA COM ' WRK-VAG-ESPERA
                       ' NA LISTA DE ESPERA - VAGA SAI PELA LISTA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN ENTRADA-DEBITO
                   DISPLAY 'MATRICULA BLOQUEADA - ' WRK-MEN-QTD-ABERTAS
                       ' MENSALIDADE(S) DO RESPONSAVEL EM ABERTO, '
                       'VENCIDA DESDE ' WRK-MEN-VENC-ANTIGO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0350-GRAVAR-CADASTRO
           END-EVALUATE.

       0310-VERIFICAR-VAGA.
      * So quem entra na turma (aluno novo ou troca de turma) disputa
      * vaga - a alteracao do aluno que ja esta nela passa direto. A
      * vaga livre vai primeiro para a lista de espera (PROGCOB127).
           MOVE SPACES TO WRK-ALU-TURMA-ATUAL.
           SET ALUNO-NOVO TO TRUE.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               MOVE WRK-MATRICULA-ALU TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N'       TO WRK-ALU-NOVO
                       MOVE ALU-TURMA TO WRK-ALU-TURMA-ATUAL
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.
           IF WRK-ALU-TURMA NOT = WRK-ALU-TURMA-ATUAL
               MOVE WRK-ALU-TURMA TO WRK-VAG-TURMA
               PERFORM 9595-APURAR-VAGAS-TURMA
               EVALUATE TRUE
                   WHEN TURMA-LOTADA
                       SET ENTRADA-LOTADA TO TRUE
                   WHEN WRK-VAG-ESPERA > ZEROS
                       SET ENTRADA-ESPERA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0320-VERIFICAR-RESPONSAVEL.
      * Aluno novo de responsavel com mensalidade vencida de outro
      * filho (mesmo CPF ou, sem CPF, mesmo nome) nao entra.
           DISPLAY 'CPF DO RESPONSAVEL (BRANCO SE NAO TIVER):'.
           ACCEPT WRK-RSD-CPF.
           DISPLAY 'NOME DO RESPONSAVEL:'.
           ACCEPT WRK-RSD-NOME.
           MOVE WRK-MATRICULA-ALU TO WRK-RSD-ALUNO.
           PERFORM 9591-VERIFICAR-DEBITO-RESPONSAVEL.
           IF MENSALIDADE-EM-ABERTO
               SET ENTRADA-DEBITO TO TRUE
           END-IF.

       0350-GRAVAR-CADASTRO.
      * Preserva as notas ja lancadas pelo PROGCOB03/04 - o cadastro
      * so mexe na identificacao do aluno.
           DISPLAY 'TURMA SEGUINTE NA PROGRESSAO (BRANCO = '
               'TERMINAL):'.
           ACCEPT WRK-TRM-SEGUINTE.
           DISPLAY 'CAPACIDADE EM ALUNOS (ZERO = SEM LIMITE):'.
           ACCEPT WRK-TRM-CAPACIDADE.
           IF WRK-TRM-PROCURADA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
               MOVE WRK-TRM-PROCURADA TO TRM-CODIGO
               MOVE WRK-TRM-DESCRICAO TO TRM-DESCRICAO
               MOVE WRK-TRM-SEGUINTE  TO TRM-TURMA-SEGUINTE
               MOVE WRK-TRM-CAPACIDADE TO TRM-CAPACIDADE
               WRITE REG-TURMA
                   INVALID KEY
                       REWRITE REG-TURMA
                           SET FIM-TURMAS TO TRUE
                       NOT AT END
                           DISPLAY TRM-CODIGO ' ' TRM-DESCRICAO
                               ' CAPACIDADE: ' TRM-CAPACIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS

           COPY 'audpp.cpy'.
           COPY 'trmpp.cpy'.
           COPY 'vagpp.cpy'.
           COPY 'rsppp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'datevalpp.cpy'.

