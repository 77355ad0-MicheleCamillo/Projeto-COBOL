      * Responsavel financeiro do aluno - um por matricula, com os
      * dados de cobranca e os descontos aplicaveis.
       FD  ARQ-RESPONSAVEIS.
       01  REG-RESPONSAVEL.
           05 RSP-MATRICULA        PIC X(06).
           05 RSP-NOME             PIC X(30).
           05 RSP-ENDERECO         PIC X(30).
           05 RSP-TELEFONE         PIC X(12).
      * Desconto de irmaos (S = tem irmao matriculado) e percentual
      * de bolsa do aluno.
           05 RSP-DESC-IRMAOS      PIC X(01).
           05 RSP-BOLSA-PCT        PIC 9(03).
      * CPF do responsavel - junta os irmaos no mesmo informe anual
      * de pagamentos (PROGCOB129); em branco o informe junta pelo
      * nome do responsavel.
           05 RSP-CPF              PIC X(11).
      * Entrega da correspondencia da escola: E-eletronica (fora da
      * carta impressa do PROGCOB130); C ou branco - pelo correio.
           05 RSP-ENTREGA          PIC X(01).
               88 RSP-ENTREGA-ELETRONICA VALUE 'E'.
               88 RSP-ENTREGA-CORREIO    VALUE 'C' ' '.
