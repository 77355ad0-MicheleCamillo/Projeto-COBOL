      * Interface da consulta de parametro vigente: o programa move
      * o codigo, o argumento (branco fora das tabelas) e a data da
      * transacao (zeros = hoje) para WRK-PRM-CODIGO/ARGUMENTO/
      * DATA-REF, executa 9680-BUSCAR-PARAMETRO (prmpp.cpy) e, com
      * PARAMETRO-ACHADO, move WRK-PRM-VALOR para o layout do
      * parametro. Parametro em tabela: 9685-CARREGAR-TABELA-PARAM
      * devolve a vigencia de cada argumento em WRK-PRV-*.
       77 WRK-PRM-CODIGO       PIC X(08)   VALUE SPACES.
       77 WRK-PRM-ARGUMENTO    PIC X(08)   VALUE SPACES.
       77 WRK-PRM-DATA-REF     PIC 9(08)   VALUE ZEROS.
       77 WRK-PRM-DATA-USADA   PIC 9(08)   VALUE ZEROS.
       77 WRK-PRM-VALOR        PIC X(40)   VALUE SPACES.
       77 WRK-PRM-VIGENCIA     PIC 9(08)   VALUE ZEROS.
       77 WRK-PRM-ACHOU        PIC X(01)   VALUE 'N'.
           88 PARAMETRO-ACHADO     VALUE 'S'.
           88 PARAMETRO-NAO-ACHADO VALUE 'N'.
       77 WRK-EOF-PARAMETROS   PIC X(01)   VALUE 'N'.
           88 FIM-PARAMETROS   VALUE 'S'.
       77 WRK-FS-PARAMETROS    PIC X(02)   VALUE '00'.
       01 WRK-TAB-PARAM-VIGENTE.
           02 WRK-PRV-ENTRADA OCCURS 100 TIMES.
               03 WRK-PRV-ARGUMENTO  PIC X(08)   VALUE SPACES.
               03 WRK-PRV-VALOR      PIC X(40)   VALUE SPACES.
       77 WRK-PRV-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-PRV-LOOP         PIC 9(03)   VALUE ZEROS.
