       FD  ARQ-LANC-RECORRENTE.
      * Modelos de lancamento recorrente (PROGCOB106): um lote
      * balanceado de pernas postado uma vez por competencia entre
      * LRC-COMP-INICIO e LRC-COMP-FIM (zeros = sem termino), a partir
      * do dia LRC-DIA do mes (dia alem do fim do mes vale o ultimo
      * dia). LRC-ULT-COMPETENCIA e a ultima competencia postada - a
      * mesma competencia nunca posta duas vezes.
       01  REG-LANC-RECORRENTE.
           05 LRC-CODIGO           PIC X(06).
           05 LRC-DESCRICAO        PIC X(30).
           05 LRC-COMP-INICIO      PIC 9(06).
           05 LRC-COMP-FIM         PIC 9(06).
           05 LRC-DIA              PIC 9(02).
           05 LRC-QTD-LINHAS       PIC 9(02).
           05 LRC-LINHA OCCURS 10 TIMES.
               10 LRC-CONTA            PIC X(06).
               10 LRC-DC               PIC X(01).
               10 LRC-CENTRO           PIC X(04).
               10 LRC-VALOR            PIC 9(10)V99.
      * Situacao A-ativo / I-inativo.
           05 LRC-SITUACAO         PIC X(01).
           05 LRC-ULT-COMPETENCIA  PIC 9(06).
           05 LRC-DATA-ULT-POSTAGEM PIC 9(08).
           05 LRC-USUARIO          PIC X(20).
           05 LRC-DATA-CADASTRO    PIC 9(08).
