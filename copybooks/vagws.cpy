      * Interface de vagas da turma: o programa move o codigo para
      * WRK-VAG-TURMA, executa 9595-APURAR-VAGAS-TURMA (via
      * vagpp.cpy) e recebe a capacidade, os alunos ja na turma, as
      * vagas livres e os inscritos aguardando na lista de espera;
      * capacidade zero vale sem limite (sempre TURMA-COM-VAGA).
       77 WRK-VAG-TURMA        PIC X(06)   VALUE SPACES.
       77 WRK-VAG-CAPACIDADE   PIC 9(03)   VALUE ZEROS.
       77 WRK-VAG-OCUPADAS     PIC 9(04)   VALUE ZEROS.
       77 WRK-VAG-LIVRES       PIC 9(04)   VALUE ZEROS.
       77 WRK-VAG-ESPERA       PIC 9(04)   VALUE ZEROS.
       77 WRK-VAG-STATUS       PIC X(01)   VALUE 'S'.
           88 TURMA-COM-VAGA   VALUE 'S'.
           88 TURMA-LOTADA     VALUE 'N'.
       77 WRK-VAG-EOF          PIC X(01)   VALUE 'N'.
           88 FIM-VAGAS        VALUE 'S'.
