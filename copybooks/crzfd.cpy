       FD  ARQ-CONC-RAZAO.
      * Lancamentos do caixa (111000) em RAZAOEXT.DAT ja conciliados,
      * pela posicao da linha no razao. Data, natureza e valor do
      * lancamento ficam gravados junto: se a posicao passar a
      * apontar para outra linha (razao renovado no encerramento do
      * exercicio), a conciliacao antiga nao vale para a linha nova.
       01  REG-CONC-RAZAO.
           05 CRZ-POSICAO              PIC 9(08).
           05 CRZ-DATA                 PIC 9(08).
           05 CRZ-DC                   PIC X(01).
           05 CRZ-VALOR                PIC 9(10)V99.
           05 CRZ-REFERENCIA           PIC X(15).
      * A-casado automaticamente com a linha do extrato de chave
      * CRZ-EXB-CHAVE, M-baixado manualmente pelo operador.
           05 CRZ-SITUACAO             PIC X(01).
           05 CRZ-EXB-CHAVE            PIC X(12).
           05 CRZ-DATA-CONCILIACAO     PIC 9(08).
           05 CRZ-USUARIO              PIC X(20).
           05 CRZ-MOTIVO               PIC X(30).
