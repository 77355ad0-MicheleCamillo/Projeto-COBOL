       FD  ARQ-BENEF-APURADO.
       01  REG-BENEF-APURADO.
      * Competencia na frente da chave: a apuracao confere por START
      * se o mes ja foi apurado; a folha le por chave completa.
           05 BAP-CHAVE.
               10 BAP-COMPETENCIA  PIC 9(06).
               10 BAP-MATRICULA    PIC X(06).
           05 BAP-DIAS-UTEIS       PIC 9(02).
      * Vale-transporte: custo total das viagens do mes, a parte do
      * empregado (limitada a 6% do salario) e a da empresa.
           05 BAP-VT-CUSTO         PIC 9(06)V99.
           05 BAP-VT-DESCONTO      PIC 9(06)V99.
           05 BAP-VT-EMPRESA       PIC 9(06)V99.
           05 BAP-VR-VALOR         PIC 9(06)V99.
           05 BAP-DATA-APURACAO    PIC 9(08).
