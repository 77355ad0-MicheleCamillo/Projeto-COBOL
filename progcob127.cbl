      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Rematricula e lista de espera - depois da virada do
      *          ano letivo (PROGCOB086) abre a campanha com um
      *          registro pendente por aluno, registra a confirmacao
      *          ou a desistencia do responsavel (confirmacao
      *          bloqueada com mensalidade vencida em aberto no
      *          PROGCOB085; desistente libera a vaga da turma),
      *          mantem a lista de espera por turma na ordem da
      *          inscricao, chama a lista ate preencher as vagas da
      *          capacidade (TURMAS.DAT) e imprime confirmados,
      *          pendentes, desistentes e vagas por turma
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB127.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
           88 SAIR-REMATRICULA VALUE 'S'.
       77 WRK-EOF-ALU          PIC X(01)   VALUE 'N'.
           88 FIM-ALUNOS       VALUE 'S'.
       77 WRK-EOF-TURMAS       PIC X(01)   VALUE 'N'.
           88 FIM-TURMAS       VALUE 'S'.
       77 WRK-FS-MENSALIDADES  PIC X(02)   VALUE '00'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-RESPOSTA         PIC X(01)   VALUE SPACES.

      * Ano letivo da campanha (o ano novo, depois da virada).
       77 WRK-RMT-ANO          PIC 9(04)   VALUE ZEROS.
       77 WRK-RMT-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-RMT-TURMA-NOVA   PIC X(06)   VALUE SPACES.
       77 WRK-RMT-ACHADA       PIC X(01)   VALUE 'N'.
           88 REMATRICULA-ACHADA VALUE 'S'.
       77 WRK-QTD-ABERTAS      PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-JA-ABERTAS   PIC 9(05)   VALUE ZEROS.

      * Inscricao na lista de espera.
       77 WRK-LES-TURMA        PIC X(06)   VALUE SPACES.
       77 WRK-LES-NOME         PIC X(30)   VALUE SPACES.
       77 WRK-LES-NASC         PIC 9(08)   VALUE ZEROS.
       77 WRK-LES-RESPONSAVEL  PIC X(30)   VALUE SPACES.
       77 WRK-LES-TELEFONE     PIC X(12)   VALUE SPACES.
       77 WRK-LES-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-LES-LIVRES       PIC 9(04)   VALUE ZEROS.
       77 WRK-LES-CHAMADA      PIC X(01)   VALUE 'N'.
           88 CHAMADA-ENCERRADA VALUE 'S'.
       77 WRK-LES-MAT-LIVRE    PIC X(01)   VALUE 'N'.
           88 MATRICULA-LIVRE  VALUE 'S'.
       77 WRK-QTD-CHAMADOS     PIC 9(04)   VALUE ZEROS.

      * Quadro por turma do relatorio da campanha.
       01 WRK-TAB-QUADRO.
           02 WRK-QDR-ENTRADA OCCURS 50 TIMES INDEXED BY WRK-QDR-IDX.
               03 WRK-QDR-TURMA      PIC X(06)   VALUE SPACES.
               03 WRK-QDR-CAPACIDADE PIC 9(03)   VALUE ZEROS.
               03 WRK-QDR-OCUPADAS   PIC 9(04)   VALUE ZEROS.
               03 WRK-QDR-CONFIRM    PIC 9(04)   VALUE ZEROS.
               03 WRK-QDR-PENDENTES  PIC 9(04)   VALUE ZEROS.
               03 WRK-QDR-DESIST     PIC 9(04)   VALUE ZEROS.
               03 WRK-QDR-NOVOS      PIC 9(04)   VALUE ZEROS.
               03 WRK-QDR-ESPERA     PIC 9(04)   VALUE ZEROS.
       77 WRK-QDR-USADAS       PIC 9(02)   VALUE ZEROS.
       77 WRK-QDR-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-QDR-PROCURADA    PIC X(06)   VALUE SPACES.
       77 WRK-QDR-ACHOU        PIC X(01)   VALUE 'N'.
           88 TURMA-NO-QUADRO  VALUE 'S'.
       77 WRK-QDR-VAGAS-ED     PIC X(05)   VALUE SPACES.
       77 WRK-QDR-VAGAS        PIC ZZZ9    VALUE ZEROS.
       77 WRK-QTD-CONFIRM      PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-PENDENTES    PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-DESIST       PIC 9(05)   VALUE ZEROS.
       77 WRK-SITUACAO-ED      PIC X(11)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'trmws.cpy'.
           COPY 'rmtws.cpy'.
           COPY 'vagws.cpy'.
           COPY 'rspws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB127' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-LER-LES-SEQ.
           PERFORM UNTIL SAIR-REMATRICULA
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== REMATRICULA E LISTA DE ESPERA ====='.
           DISPLAY '1 - ABRIR CAMPANHA DE REMATRICULA'.
           DISPLAY '2 - REGISTRAR RESPOSTA DO RESPONSAVEL'.
           DISPLAY '3 - INSCREVER NA LISTA DE ESPERA'.
           DISPLAY '4 - CHAMAR LISTA DE ESPERA (PREENCHER VAGAS)'.
           DISPLAY '5 - RELATORIO DA CAMPANHA E VAGAS POR TURMA'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-ABRIR-CAMPANHA
               WHEN 2
                   PERFORM 0400-REGISTRAR-RESPOSTA
               WHEN 3
                   PERFORM 0500-INSCREVER-ESPERA
               WHEN 4
                   PERFORM 0600-CHAMAR-ESPERA
               WHEN 5
                   PERFORM 0700-RELATORIO-CAMPANHA
               WHEN ZERO
                   SET SAIR-REMATRICULA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0150-LER-LES-SEQ.
           OPEN INPUT ARQ-LES-SEQ.
           IF WRK-FS-LES-SEQ = '00'
               READ ARQ-LES-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LSQ-ULTIMA-SEQUENCIA TO WRK-LES-SEQUENCIA
               END-READ
               CLOSE ARQ-LES-SEQ
           END-IF.

       0160-LER-ANO-CAMPANHA.
           DISPLAY 'ANO LETIVO DA CAMPANHA (AAAA, BRANCO = ATUAL):'.
           ACCEPT WRK-RMT-ANO.
           IF WRK-RMT-ANO = ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-RMT-ANO
           END-IF.

       0300-ABRIR-CAMPANHA.
      * Um registro pendente por aluno com turma no cadastro; rodar
      * de novo so acrescenta quem entrou depois - a resposta ja
      * registrada nao e tocada.
           PERFORM 0160-LER-ANO-CAMPANHA.
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-QTD-JA-ABERTAS.
           MOVE 'N'   TO WRK-EOF-ALU.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
               DISPLAY 'NENHUM ALUNO CADASTRADO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               OPEN I-O ARQ-REMATRICULAS
               IF WRK-FS-REMATRICULAS = '35'
                   OPEN OUTPUT ARQ-REMATRICULAS
                   CLOSE ARQ-REMATRICULAS
                   OPEN I-O ARQ-REMATRICULAS
               END-IF
               PERFORM UNTIL FIM-ALUNOS
                   READ ARQ-ALUNOS NEXT RECORD
                       AT END
                           SET FIM-ALUNOS TO TRUE
                       NOT AT END
                           IF ALU-TURMA NOT = SPACES
                               PERFORM 0310-ABRIR-REMATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REMATRICULAS
               CLOSE ARQ-ALUNOS
           END-IF.
           DISPLAY 'REMATRICULAS ABERTAS: ' WRK-QTD-ABERTAS
               '  JA EXISTENTES: ' WRK-QTD-JA-ABERTAS.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB127'      TO WRK-AUD-PROGRAMA.
           MOVE 'CAMPANHA-REMATRIC' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-RMT-ANO       TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-QTD-ABERTAS   TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0310-ABRIR-REMATRICULA.
           MOVE WRK-RMT-ANO   TO RMT-ANO.
           MOVE ALU-MATRICULA TO RMT-MATRICULA.
           MOVE ALU-NOME      TO RMT-NOME.
           MOVE ALU-TURMA     TO RMT-TURMA.
           SET RMT-PENDENTE   TO TRUE.
           MOVE ZEROS         TO RMT-DATA-RESPOSTA.
           MOVE SPACES        TO RMT-USUARIO.
           WRITE REG-REMATRICULA
               INVALID KEY
                   ADD 1 TO WRK-QTD-JA-ABERTAS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ABERTAS WRK-RUN-QTD-LIDOS
           END-WRITE.

       0400-REGISTRAR-RESPOSTA.
           PERFORM 0160-LER-ANO-CAMPANHA.
           DISPLAY 'MATRICULA DO ALUNO:'.
           ACCEPT WRK-RMT-MATRICULA.
           MOVE 'N' TO WRK-RMT-ACHADA.
           OPEN I-O ARQ-REMATRICULAS.
           IF WRK-FS-REMATRICULAS = '00'
               MOVE WRK-RMT-ANO       TO RMT-ANO
               MOVE WRK-RMT-MATRICULA TO RMT-MATRICULA
               READ ARQ-REMATRICULAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REMATRICULA-ACHADA TO TRUE
               END-READ
           END-IF.
           IF NOT REMATRICULA-ACHADA
               DISPLAY 'ALUNO FORA DA CAMPANHA DE ' WRK-RMT-ANO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               DISPLAY RMT-NOME ' TURMA ' RMT-TURMA
                   ' SITUACAO ATUAL: ' RMT-SITUACAO
               DISPLAY 'RESPOSTA DO RESPONSAVEL (S-CONFIRMA / '
                   'N-DESISTE):'
               ACCEPT WRK-RESPOSTA
               EVALUATE WRK-RESPOSTA
                   WHEN 'S'
                       PERFORM 0410-CONFIRMAR-REMATRICULA
                   WHEN 'N'
                       PERFORM 0450-REGISTRAR-DESISTENCIA
                   WHEN OTHER
                       DISPLAY 'RESPOSTA INVALIDA'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
               END-EVALUATE
           END-IF.
           IF WRK-FS-REMATRICULAS = '00'
               CLOSE ARQ-REMATRICULAS
           END-IF.

       0410-CONFIRMAR-REMATRICULA.
      * Mensalidade vencida em aberto do aluno ou de um irmao (mesmo
      * responsavel) bloqueia; o desistente que volta atras so
      * retoma a turma se ainda houver vaga.
           MOVE RMT-MATRICULA TO WRK-RSD-ALUNO.
           MOVE SPACES        TO WRK-RSD-CPF WRK-RSD-NOME.
           PERFORM 9591-VERIFICAR-DEBITO-RESPONSAVEL.
           SET TURMA-COM-VAGA TO TRUE.
           IF RMT-DESISTENTE AND NOT MENSALIDADE-EM-ABERTO
               MOVE RMT-TURMA TO WRK-VAG-TURMA
               PERFORM 9595-APURAR-VAGAS-TURMA
           END-IF.
           EVALUATE TRUE
               WHEN MENSALIDADE-EM-ABERTO
                   DISPLAY 'REMATRICULA BLOQUEADA - '
                       WRK-MEN-QTD-ABERTAS
                       ' MENSALIDADE(S) DO RESPONSAVEL EM ABERTO, '
                       'VENCIDA DESDE ' WRK-MEN-VENC-ANTIGO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN TURMA-LOTADA
                   DISPLAY 'TURMA ' RMT-TURMA ' LOTADA - VAGA JA '
                       'PREENCHIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   IF RMT-DESISTENTE
                       MOVE RMT-TURMA TO WRK-RMT-TURMA-NOVA
                       PERFORM 0460-ATUALIZAR-TURMA-ALUNO
                   END-IF
                   SET RMT-CONFIRMADA TO TRUE
                   PERFORM 0480-GRAVAR-RESPOSTA
           END-EVALUATE.

       0450-REGISTRAR-DESISTENCIA.
      * O desistente sai da turma no cadastro - a vaga fica livre
      * para a lista de espera e o PROGCOB085 deixa de cobra-lo.
           MOVE SPACES TO WRK-RMT-TURMA-NOVA.
           PERFORM 0460-ATUALIZAR-TURMA-ALUNO.
           SET RMT-DESISTENTE TO TRUE.
           PERFORM 0480-GRAVAR-RESPOSTA.

       0460-ATUALIZAR-TURMA-ALUNO.
           OPEN I-O ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               MOVE RMT-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       DISPLAY 'ALUNO ' RMT-MATRICULA
                           ' FORA DO CADASTRO'
                   NOT INVALID KEY
                       MOVE WRK-RMT-TURMA-NOVA TO ALU-TURMA
                       REWRITE REG-ALUNO
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.

       0480-GRAVAR-RESPOSTA.
           MOVE WRK-DATA-HOJE TO RMT-DATA-RESPOSTA.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE WRK-AUD-USUARIO TO RMT-USUARIO.
           REWRITE REG-REMATRICULA.
           DISPLAY 'RESPOSTA REGISTRADA: ' RMT-SITUACAO.
           ADD 1 TO WRK-RUN-QTD-LIDOS.
           MOVE 'PROGCOB127'      TO WRK-AUD-PROGRAMA.
           MOVE 'REMATRICULA'     TO WRK-AUD-CAMPO-CHAVE.
           MOVE RMT-CHAVE         TO WRK-AUD-VALOR-ENTRADA.
           MOVE RMT-SITUACAO      TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0500-INSCREVER-ESPERA.
           DISPLAY 'TURMA PRETENDIDA:'.
           ACCEPT WRK-LES-TURMA.
           DISPLAY 'NOME DO CANDIDATO:'.
           ACCEPT WRK-LES-NOME.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD):'.
           ACCEPT WRK-LES-NASC.
           DISPLAY 'RESPONSAVEL:'.
           ACCEPT WRK-LES-RESPONSAVEL.
           DISPLAY 'TELEFONE:'.
           ACCEPT WRK-LES-TELEFONE.
           MOVE WRK-LES-NASC(1:4) TO WRK-DTV-ANO.
           MOVE WRK-LES-NASC(5:2) TO WRK-DTV-MES.
           MOVE WRK-LES-NASC(7:2) TO WRK-DTV-DIA.
           PERFORM 9600-VALIDAR-DATA.
           MOVE WRK-LES-TURMA TO WRK-TRM-PROCURADA.
           PERFORM 9597-BUSCAR-TURMA.
           EVALUATE TRUE
               WHEN WRK-LES-NOME = SPACES
                OR WRK-LES-RESPONSAVEL = SPACES
                   DISPLAY 'NOME E RESPONSAVEL SAO OBRIGATORIOS'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN DATA-INVALIDA
                   DISPLAY 'DATA DE NASCIMENTO INVALIDA: '
                       WRK-LES-NASC
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN TURMA-INVALIDA
                   DISPLAY 'TURMA NAO CADASTRADA: ' WRK-LES-TURMA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0550-GRAVAR-INSCRICAO
           END-EVALUATE.

       0550-GRAVAR-INSCRICAO.
           ADD 1 TO WRK-LES-SEQUENCIA.
           MOVE WRK-LES-TURMA       TO LES-TURMA.
           MOVE WRK-LES-SEQUENCIA   TO LES-SEQUENCIA.
           MOVE WRK-LES-NOME        TO LES-NOME.
           MOVE WRK-LES-NASC        TO LES-DATA-NASC.
           MOVE WRK-LES-RESPONSAVEL TO LES-RESPONSAVEL.
           MOVE WRK-LES-TELEFONE    TO LES-TELEFONE.
           MOVE WRK-DATA-HOJE       TO LES-DATA-INSCRICAO.
           SET LES-AGUARDANDO       TO TRUE.
           MOVE SPACES              TO LES-MATRICULA.
           OPEN I-O ARQ-LISTA-ESPERA.
           IF WRK-FS-LISTA-ESPERA = '35'
               OPEN OUTPUT ARQ-LISTA-ESPERA
               CLOSE ARQ-LISTA-ESPERA
               OPEN I-O ARQ-LISTA-ESPERA
           END-IF.
           WRITE REG-LISTA-ESPERA
               INVALID KEY
                   DISPLAY 'INSCRICAO REPETIDA: ' LES-CHAVE
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               NOT INVALID KEY
                   DISPLAY 'INSCRICAO ' WRK-LES-SEQUENCIA
                       ' NA LISTA DE ESPERA DA TURMA ' WRK-LES-TURMA
                   ADD 1 TO WRK-RUN-QTD-LIDOS
           END-WRITE.
           CLOSE ARQ-LISTA-ESPERA.
           PERFORM 0560-REGRAVAR-LES-SEQ.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB127'      TO WRK-AUD-PROGRAMA.
           MOVE 'LISTA-ESPERA'    TO WRK-AUD-CAMPO-CHAVE.
           MOVE LES-CHAVE         TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-LES-NOME      TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0560-REGRAVAR-LES-SEQ.
           MOVE WRK-LES-SEQUENCIA TO LSQ-ULTIMA-SEQUENCIA.
           OPEN OUTPUT ARQ-LES-SEQ.
           WRITE REG-LES-SEQ.
           CLOSE ARQ-LES-SEQ.

       0600-CHAMAR-ESPERA.
      * Chama os inscritos da turma na ordem da inscricao enquanto
      * houver vaga na capacidade; turma sem capacidade cadastrada
      * nao limita a chamada. F encerra e os demais seguem
      * aguardando.
           DISPLAY 'TURMA:'.
           ACCEPT WRK-LES-TURMA.
           MOVE WRK-LES-TURMA TO WRK-VAG-TURMA.
           PERFORM 9595-APURAR-VAGAS-TURMA.
           IF WRK-VAG-CAPACIDADE = ZEROS
               MOVE 9999 TO WRK-LES-LIVRES
           ELSE
               MOVE WRK-VAG-LIVRES TO WRK-LES-LIVRES
           END-IF.
           MOVE ZEROS TO WRK-QTD-CHAMADOS.
           MOVE 'N'   TO WRK-EOF-LISTA-ESPERA WRK-LES-CHAMADA.
           EVALUATE TRUE
               WHEN WRK-VAG-ESPERA = ZEROS
                   DISPLAY 'NINGUEM AGUARDANDO NA TURMA '
                       WRK-LES-TURMA
               WHEN WRK-LES-LIVRES = ZEROS
                   DISPLAY 'TURMA ' WRK-LES-TURMA ' SEM VAGA ('
                       WRK-VAG-OCUPADAS ' DE ' WRK-VAG-CAPACIDADE ')'
               WHEN OTHER
                   PERFORM 0610-PERCORRER-ESPERA
           END-EVALUATE.
           DISPLAY 'CANDIDATOS MATRICULADOS: ' WRK-QTD-CHAMADOS.

       0610-PERCORRER-ESPERA.
           OPEN I-O ARQ-LISTA-ESPERA.
           MOVE WRK-LES-TURMA TO LES-TURMA.
           MOVE ZEROS         TO LES-SEQUENCIA.
           START ARQ-LISTA-ESPERA KEY IS NOT LESS THAN LES-CHAVE
               INVALID KEY
                   SET FIM-LISTA-ESPERA TO TRUE
           END-START.
           PERFORM UNTIL FIM-LISTA-ESPERA
                      OR CHAMADA-ENCERRADA
                      OR WRK-LES-LIVRES = ZEROS
               READ ARQ-LISTA-ESPERA NEXT RECORD
                   AT END
                       SET FIM-LISTA-ESPERA TO TRUE
                   NOT AT END
                       IF LES-TURMA NOT = WRK-LES-TURMA
                           SET FIM-LISTA-ESPERA TO TRUE
                       ELSE
                           IF LES-AGUARDANDO
                               PERFORM 0620-CHAMAR-CANDIDATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LISTA-ESPERA.

       0620-CHAMAR-CANDIDATO.
           DISPLAY LES-SEQUENCIA ' ' LES-NOME ' ' LES-DATA-NASC
               ' RESP: ' LES-RESPONSAVEL ' ' LES-TELEFONE.
           DISPLAY 'MATRICULAR (S), PULAR (N), CANCELAR INSCRICAO (C)'
               ', ENCERRAR (F):'.
           ACCEPT WRK-RESPOSTA.
           EVALUATE WRK-RESPOSTA
               WHEN 'S'
                   PERFORM 0630-MATRICULAR-CANDIDATO
               WHEN 'C'
                   SET LES-CANCELADO TO TRUE
                   REWRITE REG-LISTA-ESPERA
                   DISPLAY 'INSCRICAO CANCELADA'
               WHEN 'F'
                   SET CHAMADA-ENCERRADA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0630-MATRICULAR-CANDIDATO.
      * Responsavel com mensalidade vencida de outro filho bloqueia
      * a matricula do candidato, que segue aguardando; o CPF junta
      * com o cadastro dos irmaos, sem ele vale o nome da inscricao.
           DISPLAY 'CPF DO RESPONSAVEL (BRANCO SE NAO TIVER):'.
           ACCEPT WRK-RSD-CPF.
           MOVE LES-RESPONSAVEL TO WRK-RSD-NOME.
           MOVE SPACES          TO WRK-RSD-ALUNO.
           PERFORM 9591-VERIFICAR-DEBITO-RESPONSAVEL.
           IF MENSALIDADE-EM-ABERTO
               DISPLAY 'MATRICULA BLOQUEADA - ' WRK-MEN-QTD-ABERTAS
                   ' MENSALIDADE(S) DO RESPONSAVEL EM ABERTO, '
                   'VENCIDA DESDE ' WRK-MEN-VENC-ANTIGO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0635-ATRIBUIR-MATRICULA
           END-IF.

       0635-ATRIBUIR-MATRICULA.
      * A matricula do aluno novo e dada pela secretaria, como no
      * cadastro escolar, e nao pode existir no master.
           DISPLAY 'MATRICULA A ATRIBUIR:'.
           ACCEPT WRK-LES-MATRICULA.
           MOVE 'N' TO WRK-LES-MAT-LIVRE.
           OPEN I-O ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '35'
               OPEN OUTPUT ARQ-ALUNOS
               CLOSE ARQ-ALUNOS
               OPEN I-O ARQ-ALUNOS
           END-IF.
           MOVE WRK-LES-MATRICULA TO ALU-MATRICULA.
           READ ARQ-ALUNOS
               INVALID KEY
                   SET MATRICULA-LIVRE TO TRUE
           END-READ.
           IF WRK-LES-MATRICULA = SPACES OR NOT MATRICULA-LIVRE
               DISPLAY 'MATRICULA EM BRANCO OU JA CADASTRADA - '
                   'CANDIDATO SEGUE AGUARDANDO'
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               MOVE WRK-LES-MATRICULA TO ALU-MATRICULA
               MOVE ZEROS TO ALU-NOTA1 ALU-NOTA2 ALU-NOTA3
                             ALU-MEDIA ALU-AULAS ALU-FALTAS
               MOVE SPACES        TO ALU-SITUACAO
               MOVE LES-NOME      TO ALU-NOME
               MOVE LES-DATA-NASC TO ALU-DATA-NASC
               MOVE LES-TURMA     TO ALU-TURMA
               WRITE REG-ALUNO
               SET LES-MATRICULADO TO TRUE
               MOVE WRK-LES-MATRICULA TO LES-MATRICULA
               REWRITE REG-LISTA-ESPERA
               SUBTRACT 1 FROM WRK-LES-LIVRES
               ADD 1 TO WRK-QTD-CHAMADOS WRK-RUN-QTD-LIDOS
               DISPLAY 'ALUNO MATRICULADO NA TURMA ' LES-TURMA
               ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
               MOVE 'PROGCOB127'      TO WRK-AUD-PROGRAMA
               MOVE 'MATRICULA-ESPERA' TO WRK-AUD-CAMPO-CHAVE
               MOVE LES-CHAVE         TO WRK-AUD-VALOR-ENTRADA
               MOVE WRK-LES-MATRICULA TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.
           CLOSE ARQ-ALUNOS.

       0700-RELATORIO-CAMPANHA.
           PERFORM 0160-LER-ANO-CAMPANHA.
           MOVE ZEROS TO WRK-QDR-USADAS WRK-QTD-CONFIRM
                         WRK-QTD-PENDENTES WRK-QTD-DESIST.
           INITIALIZE WRK-TAB-QUADRO.
           PERFORM 0710-CARREGAR-TURMAS.
           PERFORM 0720-CONTAR-OCUPACAO.
           PERFORM 0730-CONTAR-ESPERA.
           MOVE 'PROGCOB127' TO WRK-REP-PROGRAMA.
           MOVE 'REMATRICULA E VAGAS POR TURMA' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           DISPLAY 'CAMPANHA DO ANO LETIVO ' WRK-RMT-ANO.
           DISPLAY 'TURMA  MATRIC NOME                           '
               'SITUACAO'.
           MOVE 'N' TO WRK-EOF-REMATRICULAS.
           OPEN INPUT ARQ-REMATRICULAS.
           IF WRK-FS-REMATRICULAS = '00'
               MOVE WRK-RMT-ANO TO RMT-ANO
               MOVE SPACES      TO RMT-MATRICULA
               START ARQ-REMATRICULAS KEY IS NOT LESS THAN RMT-CHAVE
                   INVALID KEY
                       SET FIM-REMATRICULAS TO TRUE
               END-START
               PERFORM UNTIL FIM-REMATRICULAS
                   READ ARQ-REMATRICULAS NEXT RECORD
                       AT END
                           SET FIM-REMATRICULAS TO TRUE
                       NOT AT END
                           IF RMT-ANO NOT = WRK-RMT-ANO
                               SET FIM-REMATRICULAS TO TRUE
                           ELSE
                               PERFORM 0740-LISTAR-REMATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REMATRICULAS
           END-IF.
           DISPLAY '-------------------------------------'.
           DISPLAY 'CONFIRMADOS.: ' WRK-QTD-CONFIRM.
           DISPLAY 'PENDENTES...: ' WRK-QTD-PENDENTES.
           DISPLAY 'DESISTENTES.: ' WRK-QTD-DESIST.
           DISPLAY ' '.
           DISPLAY 'TURMA  CAPAC ALUNOS CONFIR PEND DESIST NOVOS '
               'ESPERA VAGAS'.
           PERFORM VARYING WRK-QDR-LOOP FROM 1 BY 1
                   UNTIL WRK-QDR-LOOP > WRK-QDR-USADAS
               PERFORM 0790-EXIBIR-TURMA
           END-PERFORM.

       0710-CARREGAR-TURMAS.
           MOVE 'N' TO WRK-EOF-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           IF WRK-FS-TURMAS = '00'
               PERFORM UNTIL FIM-TURMAS
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           SET FIM-TURMAS TO TRUE
                       NOT AT END
                           MOVE TRM-CODIGO TO WRK-QDR-PROCURADA
                           PERFORM 0750-LOCALIZAR-TURMA
                           IF TURMA-NO-QUADRO
                               MOVE TRM-CAPACIDADE
                                   TO WRK-QDR-CAPACIDADE(WRK-QDR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS
           END-IF.

       0720-CONTAR-OCUPACAO.
           MOVE 'N' TO WRK-EOF-ALU.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               PERFORM UNTIL FIM-ALUNOS
                   READ ARQ-ALUNOS NEXT RECORD
                       AT END
                           SET FIM-ALUNOS TO TRUE
                       NOT AT END
                           IF ALU-TURMA NOT = SPACES
                               MOVE ALU-TURMA TO WRK-QDR-PROCURADA
                               PERFORM 0750-LOCALIZAR-TURMA
                               IF TURMA-NO-QUADRO
                                   ADD 1 TO
                                       WRK-QDR-OCUPADAS(WRK-QDR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUNOS
           END-IF.

       0730-CONTAR-ESPERA.
           MOVE 'N' TO WRK-EOF-LISTA-ESPERA.
           OPEN INPUT ARQ-LISTA-ESPERA.
           IF WRK-FS-LISTA-ESPERA = '00'
               PERFORM UNTIL FIM-LISTA-ESPERA
                   READ ARQ-LISTA-ESPERA NEXT RECORD
                       AT END
                           SET FIM-LISTA-ESPERA TO TRUE
                       NOT AT END
                           MOVE LES-TURMA TO WRK-QDR-PROCURADA
                           PERFORM 0750-LOCALIZAR-TURMA
                           PERFORM 0735-SOMAR-ESPERA
                   END-READ
               END-PERFORM
               CLOSE ARQ-LISTA-ESPERA
           END-IF.

       0735-SOMAR-ESPERA.
           IF TURMA-NO-QUADRO
               EVALUATE TRUE
                   WHEN LES-AGUARDANDO
                       ADD 1 TO WRK-QDR-ESPERA(WRK-QDR-IDX)
                   WHEN LES-MATRICULADO
                       ADD 1 TO WRK-QDR-NOVOS(WRK-QDR-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0740-LISTAR-REMATRICULA.
           MOVE RMT-TURMA TO WRK-QDR-PROCURADA.
           PERFORM 0750-LOCALIZAR-TURMA.
           EVALUATE TRUE
               WHEN RMT-CONFIRMADA
                   MOVE 'CONFIRMADA'  TO WRK-SITUACAO-ED
                   ADD 1 TO WRK-QTD-CONFIRM
                   IF TURMA-NO-QUADRO
                       ADD 1 TO WRK-QDR-CONFIRM(WRK-QDR-IDX)
                   END-IF
               WHEN RMT-DESISTENTE
                   MOVE 'DESISTENTE'  TO WRK-SITUACAO-ED
                   ADD 1 TO WRK-QTD-DESIST
                   IF TURMA-NO-QUADRO
                       ADD 1 TO WRK-QDR-DESIST(WRK-QDR-IDX)
                   END-IF
               WHEN OTHER
                   MOVE 'PENDENTE'    TO WRK-SITUACAO-ED
                   ADD 1 TO WRK-QTD-PENDENTES
                   IF TURMA-NO-QUADRO
                       ADD 1 TO WRK-QDR-PENDENTES(WRK-QDR-IDX)
                   END-IF
           END-EVALUATE.
           DISPLAY RMT-TURMA ' ' RMT-MATRICULA ' ' RMT-NOME ' '
               WRK-SITUACAO-ED.
           ADD 1 TO WRK-RUN-QTD-LIDOS.

       0750-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-QDR-ACHOU.
           IF WRK-QDR-USADAS > 0
               SET WRK-QDR-IDX TO 1
               SEARCH WRK-QDR-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WRK-QDR-TURMA(WRK-QDR-IDX) = WRK-QDR-PROCURADA
                       SET TURMA-NO-QUADRO TO TRUE
               END-SEARCH
           END-IF.
           IF NOT TURMA-NO-QUADRO
               IF WRK-QDR-USADAS < 50
                   ADD 1 TO WRK-QDR-USADAS
                   SET WRK-QDR-IDX TO WRK-QDR-USADAS
                   MOVE WRK-QDR-PROCURADA
                       TO WRK-QDR-TURMA(WRK-QDR-IDX)
                   SET TURMA-NO-QUADRO TO TRUE
               END-IF
           END-IF.

       0790-EXIBIR-TURMA.
      * Vaga = capacidade menos os alunos hoje na turma (pendente e
      * confirmado seguram a vaga); sem capacidade, sem limite.
           IF WRK-QDR-CAPACIDADE(WRK-QDR-LOOP) = ZEROS
               MOVE 'LIVRE' TO WRK-QDR-VAGAS-ED
           ELSE
               IF WRK-QDR-OCUPADAS(WRK-QDR-LOOP) <
                  WRK-QDR-CAPACIDADE(WRK-QDR-LOOP)
                   COMPUTE WRK-QDR-VAGAS =
                       WRK-QDR-CAPACIDADE(WRK-QDR-LOOP) -
                       WRK-QDR-OCUPADAS(WRK-QDR-LOOP)
               ELSE
                   MOVE ZEROS TO WRK-QDR-VAGAS
               END-IF
               MOVE WRK-QDR-VAGAS TO WRK-QDR-VAGAS-ED
           END-IF.
           DISPLAY WRK-QDR-TURMA(WRK-QDR-LOOP) '  '
               WRK-QDR-CAPACIDADE(WRK-QDR-LOOP) '   '
               WRK-QDR-OCUPADAS(WRK-QDR-LOOP) '   '
               WRK-QDR-CONFIRM(WRK-QDR-LOOP) '  '
               WRK-QDR-PENDENTES(WRK-QDR-LOOP) ' '
               WRK-QDR-DESIST(WRK-QDR-LOOP) '   '
               WRK-QDR-NOVOS(WRK-QDR-LOOP) '  '
               WRK-QDR-ESPERA(WRK-QDR-LOOP) '   '
               WRK-QDR-VAGAS-ED.

           COPY 'audpp.cpy'.
           COPY 'trmpp.cpy'.
           COPY 'vagpp.cpy'.
           COPY 'rsppp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'datevalpp.cpy'.
