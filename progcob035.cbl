                   CLOSE ARQ-CLIENTES
                   OPEN I-O ARQ-CLIENTES
               END-IF
      * Cliente ja cadastrado mantem o bloqueio de credito da regua
      * de cobranca (PROGCOB113) e a classe de risco da revisao de
      * limite (PROGCOB114).
               MOVE WRK-CLI-PROCURADO TO CLI-CODIGO
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE 'N'    TO CLI-BLOQUEIO-CREDITO
                       MOVE SPACES TO CLI-CLASSE-RISCO
               END-READ
               MOVE WRK-CLI-NOME      TO CLI-NOME
               MOVE WRK-CLI-UF        TO CLI-UF
               MOVE WRK-CLI-PRAZO     TO CLI-PRAZO-DIAS
