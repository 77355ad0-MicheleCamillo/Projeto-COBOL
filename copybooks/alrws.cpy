      * Interface da caixa de alertas: o programa move o modulo, o
      * codigo da mensagem (tabela do msgpp.cpy), a chave de negocio
      * e um detalhe livre para os campos abaixo e executa
      * 9690-GRAVAR-ALERTA (via alrpp.cpy); WRK-ALR-PROGRAMA vem de
      * WRK-RUN-PROGRAMA quando ficar em branco. Exige a tabela de
      * mensagens (msgws/msgpp) e o RUNLOG (runws) no programa.
       77 WRK-ALR-MODULO       PIC X(08)   VALUE SPACES.
       77 WRK-ALR-MSG-CODIGO   PIC 9(04)   VALUE ZEROS.
       77 WRK-ALR-CHAVE-NEGOCIO PIC X(20)  VALUE SPACES.
       77 WRK-ALR-DETALHE      PIC X(40)   VALUE SPACES.
       77 WRK-ALR-PROGRAMA     PIC X(10)   VALUE SPACES.
       77 WRK-ALR-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-ALR-ACHOU-ABERTO PIC X(01)   VALUE 'N'.
           88 ALERTA-JA-ABERTO VALUE 'S'.
       77 WRK-ALR-GRAVADO      PIC X(01)   VALUE 'N'.
           88 ALERTA-GRAVADO   VALUE 'S'.
       77 WRK-ALR-MSG-MONTADA  PIC X(01)   VALUE 'N'.
           88 ALR-MENSAGENS-MONTADAS VALUE 'S'.
       77 WRK-EOF-ALERTAS      PIC X(01)   VALUE 'N'.
           88 FIM-ALERTAS      VALUE 'S'.
       77 WRK-FS-ALERTAS       PIC X(02)   VALUE '00'.
