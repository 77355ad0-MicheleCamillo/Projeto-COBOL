      * (PROGCOB086) promove o aprovado para ela; em branco a turma
      * e terminal e o aluno aprovado permanece para decisao manual.
           05 TRM-TURMA-SEGUINTE   PIC X(06).
      * Capacidade da turma em alunos - zeros (turmas anteriores a
      * este campo) vale sem limite. Turma lotada nao aceita aluno
      * novo no cadastro (PROGCOB043); o interessado entra na lista
      * de espera da rematricula (PROGCOB127).
           05 TRM-CAPACIDADE       PIC 9(03).
