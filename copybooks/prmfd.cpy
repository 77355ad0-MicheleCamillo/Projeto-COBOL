      * Master de parametros com vigencia - substitui os arquivos de
      * configuracao de um registro (TAXAVEN, TAXASFRE, FATORCUB,
      * ICMSUF, PTSCFG, NOTASCFG, MENSCFG, SEGCFG, ARMTARIF,
      * DEVCFG, REMCFG, LIMCFG, ABANDCFG, MINCFG, USADOCFG); o
      * salario minimo (SALMIN) ja nasceu aqui. Cada
      * alteracao e um registro novo com a data de inicio da
      * vigencia; so vale depois de aprovada por um segundo usuario
      * (PROGCOB131), e a consulta pega a ultima vigencia aprovada
      * ate a data da transacao.
       FD  ARQ-PARAMETROS.
       01  REG-PARAMETRO.
           05 PRM-CHAVE.
               10 PRM-CODIGO       PIC X(08).
      * Argumento dos parametros em tabela - UF no ICMSUF, cliente
      * no ARMTARIF; em branco nos demais.
               10 PRM-ARGUMENTO    PIC X(08).
               10 PRM-VIGENCIA     PIC 9(08).
      * Valor no mesmo layout do registro do antigo arquivo de
      * configuracao do parametro.
           05 PRM-VALOR            PIC X(40).
           05 PRM-SITUACAO         PIC X(01).
               88 PRM-PENDENTE     VALUE 'P'.
               88 PRM-APROVADO     VALUE 'A'.
               88 PRM-REJEITADO    VALUE 'R'.
           05 PRM-SOLICITANTE      PIC X(20).
           05 PRM-DATA-SOLIC       PIC 9(08).
           05 PRM-APROVADOR        PIC X(20).
           05 PRM-DATA-APROV       PIC 9(08).
