      * CALENDARIO.DAT (0170-CARREGAR-CALENDARIO) e consultado por
      * SEARCH em 9650-VERIFICAR-DIA-UTIL - um feriado ou marco letivo
      * novo entra so com um dado novo no arquivo, sem recompilar.
      * A chave e a data completa; ano zero e registro do layout
      * antigo, que vale para todo ano.
       01 WRK-TAB-CALENDARIO.
           02 WRK-CAL-ENTRADA OCCURS 500 TIMES INDEXED BY WRK-CAL-IDX.
               03 WRK-CAL-DATA.
                   04 WRK-CAL-ANO      PIC 9(04) VALUE ZEROS.
                   04 WRK-CAL-MES      PIC 9(02) VALUE ZEROS.
                   04 WRK-CAL-DIA      PIC 9(02) VALUE ZEROS.
               03 WRK-CAL-TIPO         PIC X(01) VALUE SPACES.
               03 WRK-CAL-DESCRICAO    PIC X(30) VALUE SPACES.
               03 WRK-CAL-ABRANGENCIA  PIC X(01) VALUE SPACES.
               03 WRK-CAL-LOJA         PIC 9(04) VALUE ZEROS.
               03 WRK-CAL-CEP-INICIO   PIC 9(08) VALUE ZEROS.
               03 WRK-CAL-CEP-FIM      PIC 9(08) VALUE ZEROS.
               03 WRK-CAL-ORIGEM       PIC X(01) VALUE SPACES.

       77 WRK-FS-CALENDARIO    PIC X(02)   VALUE '00'.
       77 WRK-EOF-CALENDARIO   PIC X(01)   VALUE 'N'.
           88 FIM-CALENDARIO   VALUE 'S'.
       77 WRK-CAL-QTD          PIC 9(03)   VALUE ZEROS.

      * Loja e CEP do movimento consultado: com zeros so entram os
      * feriados nacionais; informados, entram tambem os feriados
      * daquela loja ou da faixa de CEP que contem o CEP.
       77 WRK-CAL-LOJA-REF     PIC 9(04)   VALUE ZEROS.
       77 WRK-CAL-CEP-REF      PIC 9(08)   VALUE ZEROS.

       77 WRK-DIA-UTIL-FLAG    PIC X(01)   VALUE 'S'.
           88 DIA-UTIL         VALUE 'S'.
           88 DIA-NAO-UTIL     VALUE 'N'.
