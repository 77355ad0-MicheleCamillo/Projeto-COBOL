       FD  ARQ-VENDEDOR.
      * Vinculo do operador do caixa (USR-ID do sign-on gravado em
      * VJR-OPERADOR) com a matricula do empregado que recebe a
      * comissao na folha.
       01  REG-VENDEDOR.
           05 VDD-OPERADOR         PIC X(20).
           05 VDD-MATRICULA        PIC X(06).
           05 VDD-LOJA             PIC 9(04).
           05 VDD-USUARIO          PIC X(20).
           05 VDD-DATA-CADASTRO    PIC 9(08).
