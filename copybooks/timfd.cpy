       FD  ARQ-TABIMPOSTO.
       01  REG-TABIMPOSTO.
      * Tabela de INSS (tipo I) ou de IRRF (tipo R) em vigor a partir
      * da competencia AAAAMM da chave; vale ate a proxima vigencia
      * cadastrada para o mesmo tipo (PROGCOB094).
           05 TIM-CHAVE.
               10 TIM-TIPO         PIC X(01).
               10 TIM-VIGENCIA     PIC 9(06).
      * Mesmo layout de WRK-TIM-INSS/WRK-TIM-IRRF (timws.cpy): o
      * grupo inteiro e movido para a tabela ativa na selecao.
           05 TIM-VALORES.
      * Teto de contribuicao (so INSS) e deducao por dependente (so
      * IRRF); as faixas ficam em ordem crescente de limite.
               10 TIM-TETO         PIC 9(06)V99.
               10 TIM-DED-DEP      PIC 9(04)V99.
               10 TIM-FAIXA OCCURS 4 TIMES.
                   15 TIM-LIMITE   PIC 9(06)V99.
                   15 TIM-ALIQUOTA PIC 9(01)V9(04).
                   15 TIM-PARCELA  PIC 9(05)V99.
           05 TIM-USUARIO          PIC X(20).
           05 TIM-DATA-CADASTRO    PIC 9(08).
