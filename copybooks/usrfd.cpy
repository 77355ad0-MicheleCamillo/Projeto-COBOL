      * conta apos o limite do SEGCFG; o desbloqueio e restrito a
      * usuarios ADM no PROGCOB018.
           05 USR-FALHAS      PIC 9(02).
      * 'S' = bloqueada por falhas de senha; 'D' = desativada por
      * inatividade (PROGCOB132). As duas recusam o sign-on e saem
      * no desbloqueio do PROGCOB018.
           05 USR-BLOQUEADO   PIC X(01).
               88 USR-CONTA-BLOQUEADA   VALUE 'S' 'D'.
               88 USR-DESATIVADA-INATIV VALUE 'D'.
      * Data do ultimo sign-on com sucesso - base da desativacao das
      * contas sem uso; zeros = nunca entrou desde o cadastro.
           05 USR-ULTIMO-ACESSO PIC 9(08).
