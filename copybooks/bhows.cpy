      * Interface do banco de horas: a folha move matricula e
      * competencia do ponto para os campos PROC e executa
      * 9565-APURAR-BANCO-HORAS (via bhopp.cpy), que devolve as horas
      * extras da competencia creditadas no banco (nao sao pagas no
      * mes), o saldo e as horas vencidas - creditos mais antigos que
      * a janela do acordo ainda nao consumidos, baixados na ordem de
      * chegada. Depois da folha gravada, 9567-GRAVAR-PAGTO-BANCO
      * registra o pagamento do vencido com o valor em WRK-BHO-VALOR.
       77 WRK-BHO-MATRICULA-PROC PIC X(06)    VALUE SPACES.
       77 WRK-BHO-PERIODO-PROC   PIC 9(06)    VALUE ZEROS.
       77 WRK-BHO-DATA-PROC      PIC 9(08)    VALUE ZEROS.
       77 WRK-BHO-CRED-PERIODO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BHO-CRED-VENCIDO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BHO-CREDITOS       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BHO-CONSUMO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BHO-SALDO          PIC S9(05)V99 VALUE ZEROS.
       77 WRK-BHO-HORAS-VENCIDAS PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BHO-VALOR          PIC 9(06)V99 VALUE ZEROS.
      * Janela do acordo em meses - ajustavel aqui num lugar so.
       77 WRK-BHO-JANELA         PIC 9(02)    VALUE 6.
       01 WRK-BHO-PER-AUX.
           02 WRK-BHO-AUX-ANO    PIC 9(04)    VALUE ZEROS.
           02 WRK-BHO-AUX-MES    PIC 9(02)    VALUE ZEROS.
       01 WRK-BHO-AUX-NUM REDEFINES WRK-BHO-PER-AUX PIC 9(06).
       77 WRK-BHO-IDX-PROC       PIC 9(06)    VALUE ZEROS.
       77 WRK-BHO-IDX-MOV        PIC 9(06)    VALUE ZEROS.
       77 WRK-BHO-HORAS-ED       PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-EOF-BANCO-HORAS    PIC X(01)    VALUE 'N'.
           88 FIM-BANCO-HORAS    VALUE 'S'.
       77 WRK-FS-BANCO-HORAS     PIC X(02)    VALUE '00'.
