      * montada por 0400-MONTAR-MENSAGENS (msgpp.cpy) e consultada por
      * 9900-EXIBIR-MENSAGEM.
       01 WRK-TAB-MENSAGENS.
           02 WRK-MSG-ENTRADA OCCURS 16 TIMES INDEXED BY WRK-MSG-IDX.
               03 WRK-MSG-CODIGO      PIC 9(04).
               03 WRK-MSG-SEVERIDADE  PIC X(01).
                   88 MSG-INFORMATIVA  VALUE 'I'.
