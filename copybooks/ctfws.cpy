      * Interface do contrato de frete: a cotacao move o cliente, a
      * UF de destino, a data e o frete de tabela (ja com a
      * transportadora escolhida) e executa 9576-APLICAR-CONTRATO-
      * FRETE (via ctfpp.cpy); com CONTRATO-FRETE-ACHADO o frete
      * negociado volta em WRK-CTF-FRETE e o numero do contrato em
      * WRK-CTF-CONTRATO, senao o frete de tabela segue intacto.
       77 WRK-CTF-CLIENTE      PIC X(06)    VALUE SPACES.
       77 WRK-CTF-UF           PIC X(02)    VALUE SPACES.
       77 WRK-CTF-DATA         PIC 9(08)    VALUE ZEROS.
       77 WRK-CTF-FRETE-TABELA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CTF-FRETE        PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CTF-CONTRATO     PIC 9(06)    VALUE ZEROS.
       77 WRK-CTF-REGRA        PIC X(01)    VALUE SPACES.
           88 CTF-REGRA-PRECO-UF  VALUE 'U'.
           88 CTF-REGRA-DESCONTO  VALUE 'D'.
           88 CTF-REGRA-MINIMO    VALUE 'M'.
       77 WRK-CTF-ACHOU        PIC X(01)    VALUE 'N'.
           88 CONTRATO-FRETE-ACHADO VALUE 'S'.
       77 WRK-CTF-DATA-INICIO  PIC 9(08)    VALUE ZEROS.
       77 WRK-CTF-IDX          PIC 9(02)    VALUE ZEROS.
       77 WRK-EOF-CONTRATOS    PIC X(01)    VALUE 'N'.
           88 FIM-CONTRATOS    VALUE 'S'.
       77 WRK-FS-CONTRATOS-FRETE PIC X(02)  VALUE '00'.
