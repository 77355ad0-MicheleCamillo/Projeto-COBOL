      * Master de professores - o professor e um empregado horista
      * do master (EMP-MATRICULA); o valor-hora continua no master de
      * empregados e a duracao da aula converte aulas em horas.
       FD  ARQ-PROFESSORES.
       01  REG-PROFESSOR.
           05 PRF-MATRICULA        PIC X(06).
           05 PRF-NOME             PIC X(20).
           05 PRF-MINUTOS-AULA     PIC 9(02).
      * Situacao: A-ativo / I-inativo (fora da grade e da apuracao).
           05 PRF-SITUACAO         PIC X(01).
               88 PRF-ATIVO        VALUE 'A'.
               88 PRF-INATIVO      VALUE 'I'.
           05 PRF-DATA-CADASTRO    PIC 9(08).

      * Grade semanal de aulas - um registro por professor, dia da
      * semana (2=segunda ... 6=sexta, mapeamento do PROGCOB011) e
      * aula do dia; a chave primaria impede o professor em duas
      * turmas no mesmo horario.
       FD  ARQ-GRADE-AULAS.
       01  REG-GRADE-AULA.
           05 GRD-CHAVE.
               10 GRD-MATRICULA    PIC X(06).
               10 GRD-DIA-SEMANA   PIC 9(01).
               10 GRD-AULA         PIC 9(02).
           05 GRD-CHAVE-TURMA.
               10 GRD-TURMA        PIC X(06).
               10 GRD-DIA-TURMA    PIC 9(01).
               10 GRD-AULA-TURMA   PIC 9(02).
           05 GRD-MATERIA          PIC X(03).

      * Apuracao mensal das aulas dadas - competencia na frente da
      * chave para a apuracao conferir por START se o mes ja rodou.
       FD  ARQ-AULAS-APURADAS.
       01  REG-AULA-APURADA.
           05 AAP-CHAVE.
               10 AAP-COMPETENCIA  PIC 9(06).
               10 AAP-MATRICULA    PIC X(06).
      * Aulas da grade nos dias letivos do mes, as perdidas em
      * afastamento e as horas levadas ao ponto.
           05 AAP-AULAS-GRADE      PIC 9(04).
           05 AAP-AULAS-AFASTADO   PIC 9(04).
           05 AAP-HORAS            PIC 9(03)V99.
      * Situacao: G-gerado no ponto / D-ponto ja digitado (nao gerado).
           05 AAP-SITUACAO         PIC X(01).
           05 AAP-DATA-APURACAO    PIC 9(08).
