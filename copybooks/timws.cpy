      * Interface da tabela de impostos com vigencia: o programa move
      * a competencia da folha (AAAAMM) para WRK-TIM-COMPETENCIA antes
      * do 9510-CALCULAR-INSS/9500-CALCULAR-IRRF; os dois executam
      * 9505-SELECIONAR-TAB-IMPOSTO (via timpp.cpy), que carrega de
      * TABIMP.DAT a tabela de cada tipo em vigor na competencia.
      * Competencia zerada vale o mes corrente; enquanto o arquivo nao
      * existir (ou nao tiver vigencia ate a competencia) valem as
      * tabelas padrao abaixo, as mesmas que a suite sempre usou.
       77 WRK-TIM-COMPETENCIA  PIC 9(06)   VALUE ZEROS.
       77 WRK-TIM-COMP-CARREGADA PIC 9(06) VALUE ZEROS.
       77 WRK-TIM-TIPO-PROC    PIC X(01)   VALUE SPACES.
       77 WRK-TIM-VIG-INSS     PIC 9(06)   VALUE ZEROS.
       77 WRK-TIM-VIG-IRRF     PIC 9(06)   VALUE ZEROS.
       77 WRK-TIM-IDX          PIC 9(01)   VALUE ZEROS.
       77 WRK-TIM-LIM-ANT      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIM-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-EOF-TABIMPOSTO   PIC X(01)   VALUE 'N'.
           88 FIM-TABIMPOSTO   VALUE 'S'.
       77 WRK-FS-TABIMPOSTO    PIC X(02)   VALUE '00'.

      * Tabelas ativas - mesmo layout de TIM-VALORES (timfd.cpy).
       01 WRK-TIM-INSS.
           02 WRK-TIM-INSS-TETO        PIC 9(06)V99.
           02 WRK-TIM-INSS-DED-DEP     PIC 9(04)V99.
           02 WRK-TIM-INSS-FAIXA OCCURS 4 TIMES.
               03 WRK-TIM-INSS-LIMITE  PIC 9(06)V99.
               03 WRK-TIM-INSS-ALIQ    PIC 9(01)V9(04).
               03 WRK-TIM-INSS-PARC    PIC 9(05)V99.
       01 WRK-TIM-IRRF.
           02 WRK-TIM-IRRF-TETO        PIC 9(06)V99.
           02 WRK-TIM-IRRF-DED-DEP     PIC 9(04)V99.
           02 WRK-TIM-IRRF-FAIXA OCCURS 4 TIMES.
               03 WRK-TIM-IRRF-LIMITE  PIC 9(06)V99.
               03 WRK-TIM-IRRF-ALIQ    PIC 9(01)V9(04).
               03 WRK-TIM-IRRF-PARC    PIC 9(05)V99.

      * Tabela padrao de INSS: faixas progressivas de 1500/3000/4500
      * e teto de contribuicao de 8000.
       01 WRK-TIM-INSS-PADRAO.
           02 FILLER PIC 9(06)V99     VALUE 8000.
           02 FILLER PIC 9(04)V99     VALUE ZEROS.
           02 FILLER PIC 9(06)V99     VALUE 1500.
           02 FILLER PIC 9(01)V9(04)  VALUE 0,075.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.
           02 FILLER PIC 9(06)V99     VALUE 3000.
           02 FILLER PIC 9(01)V9(04)  VALUE 0,09.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.
           02 FILLER PIC 9(06)V99     VALUE 4500.
           02 FILLER PIC 9(01)V9(04)  VALUE 0,12.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.
           02 FILLER PIC 9(06)V99     VALUE 8000.
           02 FILLER PIC 9(01)V9(04)  VALUE 0,14.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.

      * Tabela padrao de IRRF: isento ate 2000, aliquota unica da
      * faixa sobre a base inteira acima disso, 200 por dependente.
       01 WRK-TIM-IRRF-PADRAO.
           02 FILLER PIC 9(06)V99     VALUE ZEROS.
           02 FILLER PIC 9(04)V99     VALUE 200.
           02 FILLER PIC 9(06)V99     VALUE 2000.
           02 FILLER PIC 9(01)V9(04)  VALUE ZEROS.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.
           02 FILLER PIC 9(06)V99     VALUE 4000.
           02 FILLER PIC 9(01)V9(04)  VALUE 0,075.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.
           02 FILLER PIC 9(06)V99     VALUE 8000.
           02 FILLER PIC 9(01)V9(04)  VALUE 0,15.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.
           02 FILLER PIC 9(06)V99     VALUE 999999,99.
           02 FILLER PIC 9(01)V9(04)  VALUE 0,225.
           02 FILLER PIC 9(05)V99     VALUE ZEROS.
