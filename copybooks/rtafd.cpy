       FD  ARQ-RETROATIVO.
       01  REG-RETROATIVO.
      * Diferenca salarial de um mes atrasado (competencia da chave)
      * apurada pelo PROGCOB095 quando o reajuste vale de uma data
      * anterior a alteracao registrada em SALHIST.DAT; paga como
      * provento proprio na proxima folha do PROGCOB01.
           05 RTA-CHAVE.
               10 RTA-MATRICULA    PIC X(06).
               10 RTA-COMPETENCIA  PIC 9(06).
           05 RTA-SALARIO-ANT      PIC 9(06)V99.
           05 RTA-SALARIO-NOVO     PIC 9(06)V99.
           05 RTA-DIAS             PIC 9(02).
           05 RTA-DIF-BRUTO        PIC 9(06)V99.
           05 RTA-DIF-INSS         PIC 9(06)V99.
           05 RTA-DIF-IRRF         PIC 9(06)V99.
           05 RTA-DIF-FGTS         PIC 9(06)V99.
           05 RTA-DATA-VIGENCIA    PIC 9(08).
           05 RTA-DATA-APURACAO    PIC 9(08).
      * P-pendente de pagamento, L-liquidado na folha de
      * RTA-DATA-PAGAMENTO.
           05 RTA-SITUACAO         PIC X(01).
           05 RTA-DATA-PAGAMENTO   PIC 9(08).
