       77 WRK-VJR-MOTIVO       PIC X(20)    VALUE SPACES.
       77 WRK-VJR-CAMPANHA     PIC X(04)    VALUE SPACES.
       77 WRK-VJR-DESC-CAMP    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VJR-OPERADOR     PIC X(20)    VALUE SPACES.
       77 WRK-VJR-CUSTO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VJR-USADO        PIC X(01)    VALUE 'N'.
       77 WRK-FS-VENDAJRN      PIC X(02)    VALUE '00'.
