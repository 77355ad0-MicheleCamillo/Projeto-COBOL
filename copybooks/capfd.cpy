      * Contas a pagar de compras de livros - um titulo por
      * recebimento de mercadoria (PROGCOB074) -, de frete, um
      * titulo por fatura de transportadora aprovada (PROGCOB111),
      * e de consignacao, um titulo por editora no acerto mensal
      * das unidades consignadas vendidas (PROGCOB119), com
      * vencimento pelo prazo do fornecedor; a execucao de
      * pagamento do PROGCOB075 programa o titulo e a baixa so
      * acontece quando o retorno do banco confirma o credito da
      * remessa (PROGCOB109).
       FD  ARQ-CONTAS-PAGAR.
       01  REG-CONTA-PAGAR.
           05 CAP-NUMERO           PIC 9(06).
           05 CAP-DATA-EMISSAO     PIC 9(08).
           05 CAP-DATA-VENCIMENTO  PIC 9(08).
           05 CAP-DATA-PAGAMENTO   PIC 9(08).
      * Situacao na remessa bancaria: branco-aberto, A-programado
      * para a proxima remessa, E-enviado ao banco, L-liquidado
      * pelo retorno, R-rejeitado pelo banco (volta na proxima
      * remessa), com a ocorrencia devolvida pelo banco.
           05 CAP-SITUACAO         PIC X(01).
           05 CAP-DATA-REMESSA     PIC 9(08).
           05 CAP-OCORRENCIA       PIC X(02).
      * Fatura da transportadora que originou o titulo de frete
      * (PROGCOB111); espacos nos titulos de compra de livros.
           05 CAP-FATURA-TRANSP    PIC X(10).
      * Competencia (AAAAMM) do acerto mensal de consignacao que
      * originou o titulo da editora (PROGCOB119); zeros nos titulos
      * de compra e de frete.
           05 CAP-ACERTO-CONSIG    PIC 9(06).

       FD  ARQ-CAP-SEQ.
       01  REG-CAP-SEQ.
