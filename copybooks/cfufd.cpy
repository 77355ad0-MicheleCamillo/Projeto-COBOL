       FD  ARQ-CONTA-FUNC.
      * Conta do empregado nas lojas: compras lancadas no caixa
      * (PROGCOB010) com o tender F e descontadas na folha
      * (PROGCOB01). CFU-COMPRAS-MES controla o limite mensal de
      * compra da competencia em CFU-COMPETENCIA; CFU-SALDO e o que
      * ainda falta descontar, inclusive o excedente do teto de 30%
      * que sobrou de folhas anteriores.
       01  REG-CONTA-FUNC.
           05 CFU-MATRICULA        PIC X(06).
           05 CFU-COMPETENCIA      PIC 9(06).
           05 CFU-COMPRAS-MES      PIC 9(06)V99.
           05 CFU-SALDO            PIC 9(08)V99.
           05 CFU-DATA-ULT-COMPRA  PIC 9(08).
           05 CFU-DATA-ULT-DESC    PIC 9(08).
