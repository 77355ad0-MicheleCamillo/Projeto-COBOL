           SELECT ARQ-PROFESSORES ASSIGN TO 'PROFESSOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-MATRICULA
               FILE STATUS IS WRK-FS-PROFESSORES.
      * A chave alternativa unica por turma/dia/aula impede a mesma
      * turma com dois professores no mesmo horario.
           SELECT ARQ-GRADE-AULAS ASSIGN TO 'GRADEAULA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CHAVE
               ALTERNATE RECORD KEY IS GRD-CHAVE-TURMA
               FILE STATUS IS WRK-FS-GRADE-AULAS.
           SELECT ARQ-AULAS-APURADAS ASSIGN TO 'AULAPUR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AAP-CHAVE
               FILE STATUS IS WRK-FS-AULAS-APURADAS.
