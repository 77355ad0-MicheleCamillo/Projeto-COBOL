      * Interface do arquivo morto de pedidos: 9640-LER-CORTE-ARQUIVO
      * (via pedarqpp.cpy) devolve em WRK-ARC-CORTE a data de corte
      * do ultimo arquivamento (zeros = nada arquivado).
       77 WRK-ARC-CORTE        PIC 9(08)   VALUE ZEROS.
       77 WRK-EOF-PEDARQ       PIC X(01)   VALUE 'N'.
           88 FIM-PEDARQ       VALUE 'S'.
       77 WRK-FS-PEDARQ        PIC X(02)   VALUE '00'.
       77 WRK-FS-PEDARQC       PIC X(02)   VALUE '00'.
