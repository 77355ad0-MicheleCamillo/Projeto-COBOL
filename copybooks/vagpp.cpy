       9595-APURAR-VAGAS-TURMA.
      * Conta os alunos com a turma no cadastro (rematricula pendente
      * ou confirmada segura a vaga; desistente ja saiu da turma) e
      * os inscritos aguardando na lista de espera.
           MOVE ZEROS TO WRK-VAG-CAPACIDADE WRK-VAG-OCUPADAS
                         WRK-VAG-LIVRES WRK-VAG-ESPERA.
           SET TURMA-COM-VAGA TO TRUE.
           OPEN INPUT ARQ-TURMAS.
           IF WRK-FS-TURMAS = '00'
               MOVE WRK-VAG-TURMA TO TRM-CODIGO
               READ ARQ-TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-CAPACIDADE TO WRK-VAG-CAPACIDADE
               END-READ
               CLOSE ARQ-TURMAS
           END-IF.
           MOVE 'N' TO WRK-VAG-EOF.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               PERFORM UNTIL FIM-VAGAS
                   READ ARQ-ALUNOS NEXT RECORD
                       AT END
                           SET FIM-VAGAS TO TRUE
                       NOT AT END
                           IF ALU-TURMA = WRK-VAG-TURMA
                               ADD 1 TO WRK-VAG-OCUPADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUNOS
           END-IF.
           MOVE 'N' TO WRK-VAG-EOF.
           OPEN INPUT ARQ-LISTA-ESPERA.
           IF WRK-FS-LISTA-ESPERA = '00'
               MOVE WRK-VAG-TURMA TO LES-TURMA
               MOVE ZEROS         TO LES-SEQUENCIA
               START ARQ-LISTA-ESPERA KEY IS NOT LESS THAN LES-CHAVE
                   INVALID KEY
                       SET FIM-VAGAS TO TRUE
               END-START
               PERFORM UNTIL FIM-VAGAS
                   READ ARQ-LISTA-ESPERA NEXT RECORD
                       AT END
                           SET FIM-VAGAS TO TRUE
                       NOT AT END
                           IF LES-TURMA NOT = WRK-VAG-TURMA
                               SET FIM-VAGAS TO TRUE
                           ELSE
                               IF LES-AGUARDANDO
                                   ADD 1 TO WRK-VAG-ESPERA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LISTA-ESPERA
           END-IF.
           IF WRK-VAG-CAPACIDADE > ZEROS
               IF WRK-VAG-OCUPADAS < WRK-VAG-CAPACIDADE
                   COMPUTE WRK-VAG-LIVRES =
                       WRK-VAG-CAPACIDADE - WRK-VAG-OCUPADAS
               ELSE
                   SET TURMA-LOTADA TO TRUE
               END-IF
           END-IF.
