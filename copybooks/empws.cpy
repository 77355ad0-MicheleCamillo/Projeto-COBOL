      * Deposito de FGTS apurado pela folha corrente - calculado no
      * programa de folha e levado ao master pelo 0350 (emppp.cpy).
       77 WRK-FGTS             PIC 9(06)V99    VALUE ZEROS.
      * Provento pago fora do salario do mes (diferenca retroativa
      * de reajuste, 0252 do PROGCOB01) - soma ao bruto do ano no
      * 0350 e volta a zero depois de gravado.
       77 WRK-PROVENTO-EXTRA   PIC 9(08)V99    VALUE ZEROS.
      * Data de admissao informada na entrada - fixada no master so
      * na primeira gravacao do registro (0350 em emppp.cpy); quando
      * a entrada nao a traz (lote de FUNCTRAN antigo, ponto dos
