       FD  ARQ-RATEIO.
      * Regras de rateio de custos indiretos (PROGCOB105): o saldo do
      * mes da conta RAT-CONTA no centro de origem e distribuido entre
      * os centros de destino conforme a base - P-percentual fixo da
      * regra, H-headcount ativo em EMPREGADOS.DAT ou A-area ocupada
      * do armazem (RAT-DST-ESPACO) em ESPACO.DAT. RAT-ULT-COMPETENCIA
      * e o ultimo mes rateado - a mesma competencia nunca rateia duas
      * vezes.
       01  REG-RATEIO.
           05 RAT-CODIGO           PIC X(04).
           05 RAT-DESCRICAO        PIC X(30).
           05 RAT-CENTRO-ORIGEM    PIC X(04).
           05 RAT-CONTA            PIC X(06).
           05 RAT-BASE             PIC X(01).
           05 RAT-QTD-DESTINOS     PIC 9(02).
           05 RAT-DESTINO OCCURS 10 TIMES.
               10 RAT-DST-CENTRO       PIC X(04).
               10 RAT-DST-PERCENTUAL   PIC 9(03)V99.
               10 RAT-DST-ESPACO       PIC X(10).
      * Situacao A-ativa / I-inativa.
           05 RAT-SITUACAO         PIC X(01).
           05 RAT-ULT-COMPETENCIA  PIC 9(06).
           05 RAT-USUARIO          PIC X(20).
           05 RAT-DATA-CADASTRO    PIC 9(08).
