       0155-AVALIAR-CREDENCIAIS.
      * Conta bloqueada recusa a entrada antes de conferir a senha;
      * senha errada conta uma falha consecutiva e bloqueia a conta
      * ao atingir o limite do SEGCFG - o bloqueio vai na hora para
      * a caixa de alertas (1012), qualquer que seja o programa do
      * sign-on; senha certa zera o contador e grava a data do
      * acesso.
           EVALUATE TRUE
               WHEN USR-CONTA-BLOQUEADA
                   SET CONTA-BLOQUEADA TO TRUE
               WHEN USR-SENHA = WRK-SENHA
                   MOVE 'S'       TO WRK-LOGIN-OK
                   MOVE USR-NIVEL TO WRK-NIVEL
                   MOVE USR-DATA-TROCA TO WRK-DATA-TROCA
                   MOVE ZEROS TO USR-FALHAS
                   ACCEPT USR-ULTIMO-ACESSO FROM DATE YYYYMMDD
                   REWRITE REG-USUARIO
               WHEN OTHER
                   MOVE 'N' TO WRK-LOGIN-OK
                   ADD 1 TO USR-FALHAS
                       SET BLOQUEOU-AGORA  TO TRUE
                   END-IF
                   REWRITE REG-USUARIO
                   IF BLOQUEOU-AGORA
                       MOVE 'ACESSO'    TO WRK-ALR-MODULO
                       MOVE 1012        TO WRK-ALR-MSG-CODIGO
                       MOVE WRK-USUARIO TO WRK-ALR-CHAVE-NEGOCIO
                       PERFORM 9690-GRAVAR-ALERTA
                   END-IF
           END-EVALUATE.
