       FD  ARQ-EXTRATO-BANCO.
      * Linhas do extrato bancario importadas pelo PROGCOB103, uma por
      * lancamento do banco na conta movimento. A chave e a data do
      * lancamento com a sequencia da linha dentro da data - o mesmo
      * extrato importado de novo cai nas mesmas chaves e nao duplica.
      * EXB-DC segue o ponto de vista do banco: C entrou dinheiro na
      * conta (casa com debito do caixa 111000 no razao), D saiu.
       01  REG-EXTRATO-BANCO.
           05 EXB-CHAVE.
               10 EXB-DATA             PIC 9(08).
               10 EXB-SEQUENCIA        PIC 9(04).
           05 EXB-DC                   PIC X(01).
           05 EXB-VALOR                PIC 9(10)V99.
           05 EXB-REFERENCIA           PIC X(15).
           05 EXB-HISTORICO            PIC X(30).
      * P-pendente, A-casada automaticamente com o razao, M-baixada
      * manualmente pelo operador (motivo e usuario gravados).
           05 EXB-SITUACAO             PIC X(01).
           05 EXB-POSICAO-RAZAO        PIC 9(08).
           05 EXB-DATA-CONCILIACAO     PIC 9(08).
           05 EXB-USUARIO              PIC X(20).
           05 EXB-MOTIVO               PIC X(30).
