       FD  ARQ-ESTORNO.
      * Lotes do razao ja estornados (PROGCOB107): a chave e o lote
      * original (programa de origem + data + lote de RAZAOEXT.DAT) e
      * o registro aponta o lote espelho que o estornou - a gravacao
      * desta chave e a trava que impede estornar o lote duas vezes.
       01  REG-ESTORNO.
           05 EST-CHAVE.
               10 EST-PROGRAMA     PIC X(10).
               10 EST-DATA         PIC 9(08).
               10 EST-LOTE         PIC X(08).
           05 EST-DATA-ESTORNO     PIC 9(08).
           05 EST-LOTE-ESTORNO     PIC X(08).
           05 EST-QTD-LINHAS       PIC 9(05).
           05 EST-VALOR            PIC 9(12)V99.
           05 EST-USUARIO          PIC X(20).
           05 EST-MOTIVO           PIC X(30).
