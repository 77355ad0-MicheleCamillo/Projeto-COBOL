      * Interface da consulta de reservas: o programa move a loja e
      * o ISBN para WRK-ENC-LOJA-PROC/WRK-ENC-ISBN-PROC, executa
      * 9655-SOMAR-RESERVADO-LOJA (via encpp.cpy) e recebe em
      * WRK-ENC-RESERVADO a quantidade reservada para encomendas
      * aguardando retirada na loja.
       77 WRK-ENC-LOJA-PROC    PIC 9(04)   VALUE ZEROS.
       77 WRK-ENC-ISBN-PROC    PIC X(13)   VALUE SPACES.
       77 WRK-ENC-RESERVADO    PIC 9(05)   VALUE ZEROS.
       77 WRK-ENC-NUMERO       PIC 9(06)   VALUE ZEROS.
       77 WRK-EOF-ENCOMENDAS   PIC X(01)   VALUE 'N'.
           88 FIM-ENCOMENDAS   VALUE 'S'.
       77 WRK-FS-ENCOMENDAS    PIC X(02)   VALUE '00'.
       77 WRK-FS-ENC-SEQ       PIC X(02)   VALUE '00'.
