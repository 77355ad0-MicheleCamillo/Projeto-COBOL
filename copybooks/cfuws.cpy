      * Interface da conta do empregado nas lojas (via cfupp.cpy):
      * - caixa: move matricula, data do movimento e valor para os
      *   campos PROC e executa 9571-LANCAR-COMPRA-FUNC (venda) ou
      *   9572-ESTORNAR-COMPRA-FUNC (devolucao); o resultado volta
      *   em WRK-CFU-RETORNO;
      * - folha: move matricula e liquido disponivel (o mesmo que o
      *   consignado recebeu) e o desconto ja feito do consignado,
      *   executa 9573-DESCONTAR-COMPRA-FUNC e recebe em
      *   WRK-CFU-DESCONTO o valor a abater - o saldo limitado ao
      *   que resta da margem de 30% do liquido; o que nao couber
      *   fica no saldo para a folha seguinte. Com
      *   WRK-CFU-SIMULACAO em 'S' (previa) a conta nao e regravada.
      * Limite de compra por competencia ajustavel aqui.
       77 WRK-CFU-LIMITE-MES     PIC 9(06)V99  VALUE 300.
       77 WRK-CFU-MATRICULA-PROC PIC X(06)     VALUE SPACES.
       77 WRK-CFU-DATA-PROC      PIC 9(08)     VALUE ZEROS.
       77 WRK-CFU-VALOR-PROC     PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CFU-RETORNO        PIC X(01)     VALUE SPACES.
           88 COMPRA-FUNC-ACEITA     VALUE 'S'.
           88 COMPRA-FUNC-SEM-EMP    VALUE 'E'.
           88 COMPRA-FUNC-LIMITE     VALUE 'L'.
           88 COMPRA-FUNC-SEM-CONTA  VALUE 'N'.
       77 WRK-CFU-DISPONIVEL     PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CFU-LIQ-DISP       PIC 9(08)V99  VALUE ZEROS.
       77 WRK-CFU-MARGEM-USADA   PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CFU-TETO           PIC 9(08)V99  VALUE ZEROS.
       77 WRK-CFU-DESCONTO       PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CFU-SIMULACAO      PIC X(01)     VALUE 'N'.
           88 CONTA-FUNC-SIMULACAO VALUE 'S'.
       77 WRK-FS-CONTA-FUNC      PIC X(02)     VALUE '00'.
