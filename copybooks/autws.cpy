      * 9765-VERIFICAR-AUTORIZACAO compara a patente do operador
      * logado (ADM > SUPERVISOR > USER) com a minima exigida para a
      * opcao em WRK-AUT-OPCAO-PROC; opcao sem regra exige apenas o
      * sign-on. Linha invalida ou acima da capacidade da tabela e
      * recusada na carga, na tela e no SEGLOG.
       01 WRK-TAB-AUTORIZA.
           02 WRK-AUT-ENTRADA OCCURS 200 TIMES INDEXED BY WRK-AUT-IDX.
               03 WRK-AUT-OPCAO     PIC 9(03) VALUE ZEROS.
               03 WRK-AUT-NIVEL     PIC 9(02) VALUE ZEROS.
       77 WRK-AUT-QTD          PIC 9(03)   VALUE ZEROS.
       77 WRK-AUT-OPCAO-LIDA   PIC 9(03)   VALUE ZEROS.
       77 WRK-AUT-NIVEL-LIDO   PIC 9(02)   VALUE ZEROS.
       77 WRK-AUT-LINHA-OK     PIC X(01)   VALUE 'S'.
           88 LINHA-AUTORIZA-VALIDA VALUE 'S'.
       77 WRK-AUT-OPCAO-PROC   PIC 9(03)   VALUE ZEROS.
       77 WRK-AUT-PERMITIDO    PIC X(01)   VALUE 'N'.
           88 OPCAO-PERMITIDA  VALUE 'S'.
           88 OPCAO-NEGADA     VALUE 'N'.
