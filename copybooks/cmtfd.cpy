       FD  ARQ-COMISSAO-TAXA.
      * Taxa de comissao dos vendedores: tipo L (codigo da loja com
      * 4 digitos) ou C (codigo da campanha promocional); a venda
      * com campanha que tenha taxa propria usa a da campanha, as
      * demais a da loja.
       01  REG-COMISSAO-TAXA.
           05 CMT-CHAVE.
               10 CMT-TIPO         PIC X(01).
               10 CMT-CODIGO       PIC X(04).
           05 CMT-PERCENTUAL       PIC 9(02)V99.
           05 CMT-USUARIO          PIC X(20).
           05 CMT-DATA-CADASTRO    PIC 9(08).
