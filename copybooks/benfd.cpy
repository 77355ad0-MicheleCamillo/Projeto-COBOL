       FD  ARQ-BENEFICIOS.
       01  REG-BENEFICIO.
           05 BEN-MATRICULA        PIC X(06).
      * Vale-transporte: tarifa de cada viagem e viagens por dia
      * util (ida e volta = 2), comprados do fornecedor indicado.
           05 BEN-VT-TARIFA        PIC 9(03)V99.
           05 BEN-VT-VIAGENS       PIC 9(02).
           05 BEN-VT-FORNECEDOR    PIC X(04).
      * Vale-refeicao: credito do cartao por dia util trabalhado,
      * integralmente custeado pela empresa.
           05 BEN-VR-VALOR-DIA     PIC 9(03)V99.
           05 BEN-VR-FORNECEDOR    PIC X(04).
           05 BEN-USUARIO          PIC X(20).
           05 BEN-DATA-CADASTRO    PIC 9(08).
