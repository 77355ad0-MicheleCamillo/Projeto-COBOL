       FD  ARQ-PENSAO-PAGA.
       01  REG-PENSAO-PAGA.
      * Pensao descontada por ordem e competencia - a folha regrava
      * a mesma chave num reprocessamento do mes; a remessa paga o
      * beneficiario por aqui e o informe anual soma o ano.
           05 PPG-CHAVE.
               10 PPG-MATRICULA    PIC X(06).
               10 PPG-SEQ          PIC 9(02).
               10 PPG-COMPETENCIA  PIC 9(06).
           05 PPG-VALOR            PIC 9(06)V99.
           05 PPG-BENEFICIARIO     PIC X(20).
           05 PPG-BANCO            PIC 9(03).
           05 PPG-AGENCIA          PIC 9(04).
           05 PPG-CONTA            PIC 9(08).
           05 PPG-DATA-FOLHA       PIC 9(08).
      * Situacao do repasse ao beneficiario pelo retorno do banco
      * (PROGCOB055): branco-pendente; L-liquidado; R-rejeitado. A
      * folha reprocessada no mes preserva a situacao ja gravada.
           05 PPG-SITUACAO         PIC X(01).
