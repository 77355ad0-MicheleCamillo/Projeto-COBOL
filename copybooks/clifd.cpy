      * a checagem de exposicao na cotacao de frete.
           05 CLI-PRAZO-DIAS       PIC 9(03).
           05 CLI-LIMITE-CREDITO   PIC 9(08)V99.
      * Bloqueio de credito ligado pela regua de cobranca (PROGCOB113)
      * quando o cliente tem titulo no estagio de bloqueio; a cotacao
      * (PROGCOB05) recusa o cliente bloqueado ate a regua liberar o
      * bloqueio com o saldo vencido pago.
           05 CLI-BLOQUEIO-CREDITO PIC X(01).
               88 CLI-CREDITO-BLOQUEADO VALUE 'S'.
      * Classe de risco (A melhor ... D pior) atribuida na revisao
      * de limite de credito aprovada (PROGCOB114); espacos enquanto
      * o cliente nao passou por revisao.
           05 CLI-CLASSE-RISCO     PIC X(01).
