       FD  ARQ-BANCO-HORAS.
       01  REG-BANCO-HORAS.
      * Razao do banco de horas dos horistas - um movimento por
      * chave: a competencia e a do ponto a que o credito se refere
      * (ou do mes do debito/folga); a sequencia 999 da competencia
      * e reservada ao pagamento do saldo vencido feito pela folha.
           05 BHO-CHAVE.
               10 BHO-MATRICULA    PIC X(06).
               10 BHO-PERIODO      PIC 9(06).
               10 BHO-SEQ          PIC 9(03).
      * C-credito de horas extras, D-debito (horas devidas pelo
      * empregado), F-folga compensada, P-saldo vencido pago.
           05 BHO-TIPO             PIC X(01).
           05 BHO-HORAS            PIC 9(03)V99.
           05 BHO-DATA             PIC 9(08).
           05 BHO-VALOR            PIC 9(06)V99.
           05 BHO-HISTORICO        PIC X(30).
           05 BHO-USUARIO          PIC X(20).
           05 BHO-DATA-CADASTRO    PIC 9(08).
