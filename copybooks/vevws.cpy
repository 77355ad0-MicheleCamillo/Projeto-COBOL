      * Interface da checagem de servico vencido: move a placa e a
      * data de referencia e executa 9635-VERIFICAR-SERVICO-VEICULO
      * (via vevpp.cpy); com SERVICO-VENCIDO o primeiro vencimento
      * estourado volta em WRK-VEV-SERVICO/PROX-DATA/PROX-KM e o
      * hodometro atual (maior registrado) em WRK-VEV-ODOMETRO.
       77 WRK-VEV-PLACA        PIC X(07)   VALUE SPACES.
       77 WRK-VEV-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-VEV-ODOMETRO     PIC 9(07)   VALUE ZEROS.
       77 WRK-VEV-SERVICO      PIC X(01)   VALUE SPACES.
       77 WRK-VEV-PROX-DATA    PIC 9(08)   VALUE ZEROS.
       77 WRK-VEV-PROX-KM      PIC 9(07)   VALUE ZEROS.
       77 WRK-VEV-ULT-SEQ      PIC 9(04)   VALUE ZEROS.
       77 WRK-VEV-PASSADA      PIC 9(01)   VALUE ZEROS.
       77 WRK-VEV-VENCIDO      PIC X(01)   VALUE 'N'.
           88 SERVICO-VENCIDO  VALUE 'S'.
       77 WRK-EOF-EVENTOS-VEI  PIC X(01)   VALUE 'N'.
           88 FIM-EVENTOS-VEI  VALUE 'S'.
       77 WRK-FS-EVENTOS-VEI   PIC X(02)   VALUE '00'.
