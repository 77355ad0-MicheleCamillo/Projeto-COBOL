      * Interface da consulta de crediario: o programa move o cliente
      * para WRK-CRD-CLIENTE-PROC, executa 9660-SOMAR-ABERTO-CLIENTE
      * (via crdpp.cpy) e recebe em WRK-CRD-EM-ABERTO o total das
      * parcelas ainda em aberto do cliente, para o teste do limite.
       77 WRK-CRD-CLIENTE-PROC PIC X(06)   VALUE SPACES.
       77 WRK-CRD-EM-ABERTO    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CRD-CONTRATO     PIC 9(06)   VALUE ZEROS.
       77 WRK-EOF-CREDIARIO    PIC X(01)   VALUE 'N'.
           88 FIM-CREDIARIO    VALUE 'S'.
       77 WRK-FS-CREDIARIO     PIC X(02)   VALUE '00'.
       77 WRK-FS-CRD-SEQ       PIC X(02)   VALUE '00'.
