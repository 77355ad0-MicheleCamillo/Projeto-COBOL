       FD  ARQ-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-DATA.
               10 CAL-ANO      PIC 9(04).
               10 CAL-MES      PIC 9(02).
               10 CAL-DIA      PIC 9(02).
      * Tipo: H-feriado (dia nao util); R-dia de prova de
      * recuperacao, avisado na carta aos responsaveis (PROGCOB130).
           05 CAL-TIPO         PIC X(01).
           05 CAL-DESCRICAO    PIC X(30).
      * Abrangencia: N-nacional (vale para todos); L-so a loja
      * CAL-LOJA; C-so a cidade/regiao da faixa CAL-CEP-INICIO a
      * CAL-CEP-FIM.
           05 CAL-ABRANGENCIA  PIC X(01).
           05 CAL-LOJA         PIC 9(04).
           05 CAL-CEP-INICIO   PIC 9(08).
           05 CAL-CEP-FIM      PIC 9(08).
      * Origem: G-gerado pela rodada anual (PROGCOB135: fixos e
      * moveis pela Pascoa); A-data fixa que a rodada anual repete
      * no ano seguinte; M-data avulsa, so daquele ano.
           05 CAL-ORIGEM       PIC X(01).
      * Layout antigo, sem ano (MMDD + tipo + descricao): lido ate a
      * rodada anual converter o arquivo e tratado como todo ano.
       01  REG-CALENDARIO-ANTIGO.
           05 CAL-ANT-MES      PIC 9(02).
           05 CAL-ANT-DIA      PIC 9(02).
           05 CAL-ANT-TIPO     PIC X(01).
           05 CAL-ANT-DESCRICAO PIC X(30).
           05 FILLER           PIC X(26).
