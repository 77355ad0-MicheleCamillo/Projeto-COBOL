       FD  ARQ-PENSAO.
       01  REG-PENSAO.
      * Uma ordem judicial por sequencia - o mesmo empregado pode
      * ter mais de uma pensao (beneficiarios diferentes).
           05 PAL-CHAVE.
               10 PAL-MATRICULA    PIC X(06).
               10 PAL-SEQ          PIC 9(02).
           05 PAL-BENEFICIARIO     PIC X(20).
           05 PAL-PROCESSO         PIC X(20).
      * Base de calculo fixada pelo juizo: L-percentual do liquido
      * (bruto menos INSS e IRRF), M-percentual do salario minimo ou
      * F-valor fixo mensal.
           05 PAL-BASE             PIC X(01).
           05 PAL-PERCENTUAL       PIC 9(03)V99.
           05 PAL-VALOR-FIXO       PIC 9(06)V99.
      * Conta do beneficiario - recebe em detalhe proprio na remessa
      * bancaria da folha (PROGCOB023).
           05 PAL-BANCO            PIC 9(03).
           05 PAL-AGENCIA          PIC 9(04).
           05 PAL-CONTA            PIC 9(08).
           05 PAL-DATA-INICIO      PIC 9(08).
           05 PAL-DATA-FIM         PIC 9(08).
           05 PAL-USUARIO          PIC X(20).
           05 PAL-DATA-CADASTRO    PIC 9(08).
