       9591-VERIFICAR-DEBITO-RESPONSAVEL.
      * O proprio aluno e os irmaos (demais matriculas do mesmo
      * responsavel em RESPONSAVEL.DAT) entram na verificacao.
           MOVE 'N'    TO WRK-MEN-ABERTA.
           MOVE ZEROS  TO WRK-MEN-QTD-ABERTAS WRK-MEN-VENC-ANTIGO.
           MOVE SPACES TO WRK-RSD-CHAVE.
           ACCEPT WRK-RSD-HOJE FROM DATE YYYYMMDD.
           IF WRK-RSD-CPF NOT = SPACES
               MOVE 'C'         TO WRK-RSD-CHAVE(1:1)
               MOVE WRK-RSD-CPF TO WRK-RSD-CHAVE(2:30)
           ELSE
               IF WRK-RSD-NOME NOT = SPACES
                   MOVE 'N'          TO WRK-RSD-CHAVE(1:1)
                   MOVE WRK-RSD-NOME TO WRK-RSD-CHAVE(2:30)
               END-IF
           END-IF.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF WRK-FS-RESPONSAVEIS = '00'
               IF WRK-RSD-CHAVE = SPACES AND WRK-RSD-ALUNO NOT = SPACES
                   MOVE WRK-RSD-ALUNO TO RSP-MATRICULA
                   READ ARQ-RESPONSAVEIS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 9592-MONTAR-CHAVE-RESPONSAVEL
                           MOVE WRK-RSD-CHAVE-LIDA TO WRK-RSD-CHAVE
                   END-READ
               END-IF
           END-IF.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WRK-FS-MENSALIDADES = '00'
               IF WRK-RSD-ALUNO NOT = SPACES
                   MOVE WRK-RSD-ALUNO TO WRK-RSD-MATRICULA
                   PERFORM 9593-VERIFICAR-MENSALIDADES-ALUNO
               END-IF
               IF WRK-FS-RESPONSAVEIS = '00'
                  AND WRK-RSD-CHAVE NOT = SPACES
                   MOVE 'N'        TO WRK-RSD-EOF
                   MOVE LOW-VALUES TO RSP-MATRICULA
                   START ARQ-RESPONSAVEIS
                       KEY IS NOT LESS THAN RSP-MATRICULA
                       INVALID KEY
                           SET FIM-RSD-RESPONSAVEIS TO TRUE
                   END-START
                   PERFORM UNTIL FIM-RSD-RESPONSAVEIS
                       READ ARQ-RESPONSAVEIS NEXT RECORD
                           AT END
                               SET FIM-RSD-RESPONSAVEIS TO TRUE
                           NOT AT END
                               PERFORM 9592-MONTAR-CHAVE-RESPONSAVEL
                               IF WRK-RSD-CHAVE-LIDA = WRK-RSD-CHAVE
                                  AND RSP-MATRICULA NOT = WRK-RSD-ALUNO
                                   MOVE RSP-MATRICULA
                                       TO WRK-RSD-MATRICULA
                                   PERFORM
                                       9593-VERIFICAR-MENSALIDADES-ALUNO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARQ-MENSALIDADES
           END-IF.
           IF WRK-FS-RESPONSAVEIS = '00'
               CLOSE ARQ-RESPONSAVEIS
           END-IF.

       9592-MONTAR-CHAVE-RESPONSAVEL.
           IF RSP-CPF NOT = SPACES
               MOVE 'C'     TO WRK-RSD-CHAVE-LIDA(1:1)
               MOVE RSP-CPF TO WRK-RSD-CHAVE-LIDA(2:30)
           ELSE
               MOVE 'N'      TO WRK-RSD-CHAVE-LIDA(1:1)
               MOVE RSP-NOME TO WRK-RSD-CHAVE-LIDA(2:30)
           END-IF.

       9593-VERIFICAR-MENSALIDADES-ALUNO.
           MOVE 'N'               TO WRK-RSD-EOF-MEN.
           MOVE WRK-RSD-MATRICULA TO MEN-MATRICULA.
           MOVE ZEROS             TO MEN-COMPETENCIA.
           START ARQ-MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   SET FIM-RSD-MENSALIDADES TO TRUE
           END-START.
           PERFORM UNTIL FIM-RSD-MENSALIDADES
               READ ARQ-MENSALIDADES NEXT RECORD
                   AT END
                       SET FIM-RSD-MENSALIDADES TO TRUE
                   NOT AT END
                       IF MEN-MATRICULA NOT = WRK-RSD-MATRICULA
                           SET FIM-RSD-MENSALIDADES TO TRUE
                       ELSE
                           PERFORM 9594-TESTAR-MENSALIDADE
                       END-IF
               END-READ
           END-PERFORM.

       9594-TESTAR-MENSALIDADE.
           IF MEN-DATA-PAGAMENTO = ZEROS
              AND MEN-VENCIMENTO < WRK-RSD-HOJE
               SET MENSALIDADE-EM-ABERTO TO TRUE
               ADD 1 TO WRK-MEN-QTD-ABERTAS
               IF WRK-MEN-VENC-ANTIGO = ZEROS
                OR MEN-VENCIMENTO < WRK-MEN-VENC-ANTIGO
                   MOVE MEN-VENCIMENTO TO WRK-MEN-VENC-ANTIGO
               END-IF
           END-IF.
