       9690-GRAVAR-ALERTA.
      * Severidade e texto saem da tabela de mensagens numeradas,
      * montada aqui na primeira vez; alerta igual (modulo, mensagem
      * e chave) ainda aberto soma ocorrencia em vez de duplicar.
           IF NOT ALR-MENSAGENS-MONTADAS
               PERFORM 0400-MONTAR-MENSAGENS
               SET ALR-MENSAGENS-MONTADAS TO TRUE
           END-IF.
           IF WRK-ALR-PROGRAMA = SPACES
               MOVE WRK-RUN-PROGRAMA TO WRK-ALR-PROGRAMA
           END-IF.
           ACCEPT WRK-ALR-DATA FROM DATE YYYYMMDD.
           OPEN I-O ARQ-ALERTAS.
           IF WRK-FS-ALERTAS = '35'
               OPEN OUTPUT ARQ-ALERTAS
               CLOSE ARQ-ALERTAS
               OPEN I-O ARQ-ALERTAS
           END-IF.
           IF WRK-FS-ALERTAS = '00'
               PERFORM 9691-PROCURAR-ALERTA-ABERTO
               IF ALERTA-JA-ABERTO
                   ADD 1 TO ALR-OCORRENCIAS
                   MOVE WRK-ALR-DATA    TO ALR-DATA-ULTIMA
                   MOVE WRK-ALR-DETALHE TO ALR-DETALHE
                   REWRITE REG-ALERTA
               ELSE
                   PERFORM 9692-INCLUIR-ALERTA
               END-IF
               CLOSE ARQ-ALERTAS
           ELSE
               DISPLAY 'ALERTAS.DAT INDISPONIVEL (' WRK-FS-ALERTAS
                   ') - ALERTA NAO GRAVADO'
           END-IF.
           MOVE SPACES TO WRK-ALR-PROGRAMA WRK-ALR-DETALHE.

       9691-PROCURAR-ALERTA-ABERTO.
           MOVE 'N' TO WRK-ALR-ACHOU-ABERTO WRK-EOF-ALERTAS.
           MOVE WRK-ALR-MODULO        TO ALR-MODULO.
           MOVE WRK-ALR-MSG-CODIGO    TO ALR-MSG-CODIGO.
           MOVE WRK-ALR-CHAVE-NEGOCIO TO ALR-CHAVE-NEGOCIO.
           START ARQ-ALERTAS KEY IS EQUAL TO ALR-CHAVE-ALERTA
               INVALID KEY
                   SET FIM-ALERTAS TO TRUE
           END-START.
           PERFORM UNTIL FIM-ALERTAS OR ALERTA-JA-ABERTO
               READ ARQ-ALERTAS NEXT RECORD
                   AT END
                       SET FIM-ALERTAS TO TRUE
                   NOT AT END
                       IF ALR-MODULO NOT = WRK-ALR-MODULO
                        OR ALR-MSG-CODIGO NOT = WRK-ALR-MSG-CODIGO
                        OR ALR-CHAVE-NEGOCIO
                           NOT = WRK-ALR-CHAVE-NEGOCIO
                           SET FIM-ALERTAS TO TRUE
                       ELSE
                           IF ALR-ABERTO
                               SET ALERTA-JA-ABERTO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       9692-INCLUIR-ALERTA.
      * Dois alertas no mesmo centesimo de segundo desempatam pela
      * sequencia da chave.
           INITIALIZE REG-ALERTA.
           MOVE WRK-ALR-DATA          TO ALR-DATA ALR-DATA-ULTIMA.
           ACCEPT ALR-HORA FROM TIME.
           MOVE WRK-ALR-MODULO        TO ALR-MODULO.
           MOVE WRK-ALR-MSG-CODIGO    TO ALR-MSG-CODIGO.
           MOVE WRK-ALR-CHAVE-NEGOCIO TO ALR-CHAVE-NEGOCIO.
           MOVE WRK-ALR-MSG-CODIGO    TO WRK-MSG-COD-PROCURA.
           SET WRK-MSG-IDX TO 1.
           SEARCH WRK-MSG-ENTRADA
               AT END
                   MOVE 'A' TO ALR-SEVERIDADE
                   MOVE 'MENSAGEM NAO CADASTRADA' TO ALR-MSG-TEXTO
               WHEN WRK-MSG-CODIGO(WRK-MSG-IDX) = WRK-MSG-COD-PROCURA
                   MOVE WRK-MSG-SEVERIDADE(WRK-MSG-IDX)
                       TO ALR-SEVERIDADE
                   MOVE WRK-MSG-TEXTO(WRK-MSG-IDX) TO ALR-MSG-TEXTO
           END-SEARCH.
           MOVE WRK-ALR-DETALHE  TO ALR-DETALHE.
           MOVE WRK-ALR-PROGRAMA TO ALR-PROGRAMA.
           ACCEPT ALR-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 1                TO ALR-OCORRENCIAS.
           SET ALR-ABERTO        TO TRUE.
           MOVE 'N' TO WRK-ALR-GRAVADO.
           PERFORM UNTIL ALERTA-GRAVADO OR ALR-SEQ = 999
               WRITE REG-ALERTA
                   INVALID KEY
                       ADD 1 TO ALR-SEQ
                   NOT INVALID KEY
                       SET ALERTA-GRAVADO TO TRUE
               END-WRITE
           END-PERFORM.
