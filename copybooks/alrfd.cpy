      * Caixa de alertas comum da suite: cada alerta nasce aberto
      * com a severidade e o texto da tabela de mensagens numeradas
      * (msgpp.cpy) e fica aberto, entrando em todo resumo diario
      * (PROGCOB134), ate o supervisor do modulo reconhecer.
       FD  ARQ-ALERTAS.
       01  REG-ALERTA.
           05 ALR-CHAVE.
               10 ALR-DATA         PIC 9(08).
               10 ALR-HORA         PIC 9(08).
               10 ALR-SEQ          PIC 9(03).
      * Modulo, mensagem e chave de negocio (ISBN, cliente, placa,
      * usuario...) - o mesmo alerta ainda aberto nao e duplicado,
      * so conta mais uma ocorrencia.
           05 ALR-CHAVE-ALERTA.
               10 ALR-MODULO       PIC X(08).
               10 ALR-MSG-CODIGO   PIC 9(04).
               10 ALR-CHAVE-NEGOCIO PIC X(20).
           05 ALR-SEVERIDADE       PIC X(01).
               88 ALR-INFORMATIVO  VALUE 'I'.
               88 ALR-AVISO        VALUE 'A'.
               88 ALR-ERRO         VALUE 'E'.
           05 ALR-MSG-TEXTO        PIC X(40).
           05 ALR-DETALHE          PIC X(40).
           05 ALR-PROGRAMA         PIC X(10).
           05 ALR-USUARIO          PIC X(20).
           05 ALR-OCORRENCIAS      PIC 9(04).
           05 ALR-DATA-ULTIMA      PIC 9(08).
           05 ALR-SITUACAO         PIC X(01).
               88 ALR-ABERTO       VALUE 'A'.
               88 ALR-RECONHECIDO  VALUE 'R'.
           05 ALR-RECONH-USUARIO   PIC X(20).
           05 ALR-RECONH-DATA      PIC 9(08).
