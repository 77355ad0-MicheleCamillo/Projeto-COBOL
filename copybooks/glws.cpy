       77 WRK-RAZ-DESCRICAO    PIC X(30)       VALUE SPACES.
       77 WRK-RAZ-VALOR        PIC 9(10)V99    VALUE ZEROS.
       77 WRK-RAZ-CENTRO       PIC X(04)       VALUE SPACES.
      * Referencia opcional do par - limpa apos cada postagem para
      * nao contaminar o lancamento seguinte do mesmo programa.
       77 WRK-RAZ-REFERENCIA   PIC X(15)       VALUE SPACES.
      * Centro opcional da perna de credito, para transferir custo
      * entre centros na mesma conta (rateio); em branco as duas
      * pernas vao para WRK-RAZ-CENTRO. Limpo apos cada postagem.
       77 WRK-RAZ-CENTRO-CRE   PIC X(04)       VALUE SPACES.
       77 WRK-RAZ-CENTRO-DEB   PIC X(04)       VALUE SPACES.
      * Lote corrente: o 9782 numera pela hora do primeiro lancamento
      * e o mantem ate o fim da execucao; o programa que posta lotes
      * independentes limpa o campo para abrir o proximo.
       77 WRK-RAZ-LOTE         PIC X(08)       VALUE SPACES.
       77 WRK-RAZ-ESTORNO      PIC X(01)       VALUE SPACES.
       77 WRK-RAZ-LOTE-HORA    PIC 9(08)       VALUE ZEROS.
       77 WRK-RAZ-LOTE-ULTIMO  PIC 9(08)       VALUE ZEROS.
      * Documento de origem - o lancador informa antes de postar e o
      * valor vale para todos os lancamentos seguintes ate ser trocado.
       77 WRK-RAZ-DOC-TIPO     PIC X(02)       VALUE SPACES.
           88 DOC-PEDIDO-FRETE     VALUE 'PF'.
           88 DOC-FATURA-FRETE     VALUE 'NF'.
           88 DOC-CUPOM-FISCAL     VALUE 'CF'.
           88 DOC-DIARIO-VENDAS    VALUE 'DV'.
           88 DOC-MATRICULA        VALUE 'MT'.
           88 DOC-FOLHA            VALUE 'FL'.
           88 DOC-TITULO-PAGAR     VALUE 'TP'.
           88 DOC-LOTE-MANUAL      VALUE 'LM'.
           88 DOC-BEM-IMOBILIZADO  VALUE 'BM'.
           88 DOC-ARMAZENAGEM      VALUE 'AR'.
           88 DOC-REGRA-RATEIO     VALUE 'RT'.
           88 DOC-LANC-RECORRENTE  VALUE 'LR'.
           88 DOC-EXERCICIO        VALUE 'EX'.
           88 DOC-MENSALIDADE      VALUE 'ME'.
           88 DOC-ENCOMENDA        VALUE 'EN'.
           88 DOC-CREDIARIO        VALUE 'CR'.
           88 DOC-NOTA-DEBITO      VALUE 'ND'.
       77 WRK-RAZ-DOC-NUMERO   PIC X(15)       VALUE SPACES.
      * Partida dobrada - a UNICA porta de entrada do razao: o
      * lancador informa as contas de debito e de credito e executa
      * 9781-POSTAR-PARTIDA-DOBRADA, que valida as duas contas no
