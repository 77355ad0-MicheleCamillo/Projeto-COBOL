      * Faixas de aprovacao/recuperacao vigentes no master de
      * parametros (codigo NOTASCFG); sem vigencia aprovada, mantem
      * os valores tradicionais 6 e 2.
       77 WRK-NOTA-CORTE-APROV PIC 9(02)       VALUE 6.
       77 WRK-NOTA-CORTE-RECUP PIC 9(02)       VALUE 2.
       77 WRK-FREQ-MINIMA      PIC 9(02)       VALUE 75.
       01  REG-CFG-NOTAS.
           05 CFG-NOTA-APROVACAO   PIC 9(02).
           05 CFG-NOTA-RECUPERACAO PIC 9(02).
      * Percentual minimo de frequencia; abaixo dele o aluno reprova
      * por falta independente da media.
           05 CFG-FREQ-MINIMA      PIC 9(02).
