      * Natureza do lancamento (D-debito / C-credito) - cada evento de
      * negocio gera o par balanceado via 9781-POSTAR-PARTIDA-DOBRADA.
           05 RAZ-DC              PIC X(01).
      * Referencia do documento que movimentou o caixa (titulo pago,
      * matricula do credito de salario, boleto recebido) - chave de
      * casamento da conciliacao bancaria do PROGCOB103; em branco
      * nos lancamentos sem documento externo.
           05 RAZ-REFERENCIA      PIC X(15).
      * Lote do lancamento - RAZ-PROGRAMA-ORIGEM + RAZ-DATA + RAZ-LOTE
      * identificam o lote postado (uma execucao do programa, ou o
      * lote que o programa abrir), chave do estorno do PROGCOB107;
      * em branco nos lancamentos anteriores ao campo.
           05 RAZ-LOTE            PIC X(08).
      * 'R' marca a linha que e estorno de outro lote (o lote
      * estornado fica marcado em ESTORNO.DAT); branco nas demais.
           05 RAZ-ESTORNO         PIC X(01).
      * Documento de origem do lancamento - tipo (ver os niveis 88 de
      * WRK-RAZ-DOC-TIPO em glws) e numero no cadastro de origem; a
      * consulta do PROGCOB108 parte dele para o cadastro. Em branco
      * nos lancamentos anteriores ao campo.
           05 RAZ-DOC-TIPO        PIC X(02).
           05 RAZ-DOC-NUMERO      PIC X(15).
