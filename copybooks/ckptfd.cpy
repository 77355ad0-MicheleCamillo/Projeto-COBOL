      * Vales-troca do dia (resgates menos emissoes), para a
      * conferencia por tender sobreviver a um reinicio.
           05 CKPT-TOT-VALE    PIC S9(10)V99.
      * Compras de empregados lancadas na conta no dia (tender F),
      * para o total do fechamento sobreviver a um reinicio.
           05 CKPT-TOT-FUNCIONARIO PIC S9(10)V99.
      * Vendas no crediario (tender R) e parcelas recebidas no caixa
      * no dia, para o total do fechamento sobreviver a um reinicio.
           05 CKPT-TOT-CREDIARIO   PIC S9(10)V99.
           05 CKPT-TOT-PARC-RECEB  PIC S9(10)V99.
      * Recompras de livros usados pagas no dia, para o total do
      * fechamento sobreviver a um reinicio.
           05 CKPT-TOT-RECOMPRA    PIC S9(10)V99.
      * Sinais de encomenda recebidos e abatidos nas retiradas no
      * dia, para o total do fechamento sobreviver a um reinicio.
           05 CKPT-TOT-SINAL-RECEB PIC S9(10)V99.
           05 CKPT-TOT-SINAL-APLIC PIC S9(10)V99.
