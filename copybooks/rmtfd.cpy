      * Campanha de rematricula - um registro por ano letivo e aluno
      * da virada (PROGCOB086), com a turma do ano novo e a resposta
      * do responsavel.
       FD  ARQ-REMATRICULAS.
       01  REG-REMATRICULA.
           05 RMT-CHAVE.
               10 RMT-ANO          PIC 9(04).
               10 RMT-MATRICULA    PIC X(06).
           05 RMT-NOME             PIC X(30).
           05 RMT-TURMA            PIC X(06).
      * Situacao: P-pendente, C-confirmada, D-desistente (a turma do
      * aluno e liberada no cadastro).
           05 RMT-SITUACAO         PIC X(01).
               88 RMT-PENDENTE     VALUE 'P'.
               88 RMT-CONFIRMADA   VALUE 'C'.
               88 RMT-DESISTENTE   VALUE 'D'.
           05 RMT-DATA-RESPOSTA    PIC 9(08).
           05 RMT-USUARIO          PIC X(10).

      * Lista de espera por turma - a sequencia da inscricao na chave
      * mantem a ordem de chegada dentro da turma.
       FD  ARQ-LISTA-ESPERA.
       01  REG-LISTA-ESPERA.
           05 LES-CHAVE.
               10 LES-TURMA        PIC X(06).
               10 LES-SEQUENCIA    PIC 9(06).
           05 LES-NOME             PIC X(30).
           05 LES-DATA-NASC        PIC 9(08).
           05 LES-RESPONSAVEL      PIC X(30).
           05 LES-TELEFONE         PIC X(12).
           05 LES-DATA-INSCRICAO   PIC 9(08).
      * Situacao: A-aguardando vaga, M-matriculado (com a matricula
      * dada no cadastro de alunos), C-inscricao cancelada.
           05 LES-SITUACAO         PIC X(01).
               88 LES-AGUARDANDO   VALUE 'A'.
               88 LES-MATRICULADO  VALUE 'M'.
               88 LES-CANCELADO    VALUE 'C'.
           05 LES-MATRICULA        PIC X(06).

       FD  ARQ-LES-SEQ.
       01  REG-LES-SEQ.
           05 LSQ-ULTIMA-SEQUENCIA PIC 9(06).
