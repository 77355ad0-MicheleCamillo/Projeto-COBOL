       FD  ARQ-IMOBILIZADO.
      * Master do imobilizado (PROGCOB102): veiculos da frota
      * (IMO-REFERENCIA = VEI-PLACA) e armazens (IMO-REFERENCIA =
      * ESP-IDENTIFICADOR), depreciados em linha reta pela vida util
      * em meses. IMO-ULT-COMPETENCIA e o ultimo mes depreciado - a
      * mesma competencia nunca deprecia duas vezes.
       01  REG-IMOBILIZADO.
           05 IMO-CODIGO           PIC X(08).
           05 IMO-DESCRICAO        PIC X(30).
           05 IMO-TIPO             PIC X(01).
           05 IMO-REFERENCIA       PIC X(10).
           05 IMO-DATA-AQUISICAO   PIC 9(08).
           05 IMO-CUSTO            PIC 9(10)V99.
           05 IMO-VIDA-UTIL        PIC 9(03).
           05 IMO-CENTRO-CUSTO     PIC X(04).
           05 IMO-DEPR-ACUMULADA   PIC 9(10)V99.
           05 IMO-ULT-COMPETENCIA  PIC 9(06).
      * Situacao A-ativo / B-baixado; na baixa ficam a data e o valor
      * de venda que apuraram o ganho ou a perda.
           05 IMO-SITUACAO         PIC X(01).
           05 IMO-DATA-BAIXA       PIC 9(08).
           05 IMO-VALOR-BAIXA      PIC 9(10)V99.
           05 IMO-USUARIO          PIC X(20).
           05 IMO-DATA-CADASTRO    PIC 9(08).
