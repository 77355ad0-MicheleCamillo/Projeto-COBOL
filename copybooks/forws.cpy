      * move o nome para WRK-FOR-NOME-PROC, executa
      * 9585-VALIDAR-EDITORA (via forpp.cpy) e testa EDITORA-VALIDA;
      * quando valida, o prazo do fornecedor fica em
      * WRK-FOR-PRAZO-ACHADO e a conta bancaria em
      * WRK-FOR-BANCO-ACHADO/AGENCIA/CONTA. Enquanto o master nao
      * existir toda editora passa, para a suite nao travar antes
      * da carga.
       77 WRK-FOR-NOME-PROC    PIC X(20)   VALUE SPACES.
       77 WRK-FOR-VALIDA       PIC X(01)   VALUE 'N'.
           88 EDITORA-VALIDA   VALUE 'S'.
           88 EDITORA-INVALIDA VALUE 'N'.
       77 WRK-FOR-PRAZO-ACHADO PIC 9(03)   VALUE 30.
       77 WRK-FOR-BANCO-ACHADO PIC 9(03)   VALUE ZEROS.
       77 WRK-FOR-AGENCIA-ACHADA PIC 9(04) VALUE ZEROS.
       77 WRK-FOR-CONTA-ACHADA PIC 9(08)   VALUE ZEROS.
       77 WRK-EOF-FORNECEDORES PIC X(01)   VALUE 'N'.
           88 FIM-FORNECEDORES VALUE 'S'.
       77 WRK-FS-FORNECEDORES  PIC X(02)   VALUE '00'.
