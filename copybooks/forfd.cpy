           05 FOR-NOME             PIC X(20).
           05 FOR-PRAZO-DIAS       PIC 9(03).
           05 FOR-ATIVO            PIC X(01).
      * Conta de credito do fornecedor para a remessa bancaria de
      * pagamento (PROGCOB109) - zerada, o titulo nao entra.
           05 FOR-BANCO            PIC 9(03).
           05 FOR-AGENCIA          PIC 9(04).
           05 FOR-CONTA            PIC 9(08).
