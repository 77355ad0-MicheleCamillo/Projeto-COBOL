      * Interface do debito do responsavel: o programa move a
      * matricula do aluno (branco para candidato ainda sem ela) e,
      * quando informados, o CPF ou o nome do responsavel, executa
      * 9591-VERIFICAR-DEBITO-RESPONSAVEL (via rsppp.cpy) e recebe
      * as mensalidades vencidas e nao pagas de todos os alunos do
      * mesmo responsavel - a matricula fica bloqueada ate a baixa
      * no PROGCOB085. Sem CPF nem nome informados vale o
      * responsavel cadastrado do proprio aluno.
       77 WRK-RSD-ALUNO        PIC X(06)   VALUE SPACES.
       77 WRK-RSD-CPF          PIC X(11)   VALUE SPACES.
       77 WRK-RSD-NOME         PIC X(30)   VALUE SPACES.
       77 WRK-MEN-ABERTA       PIC X(01)   VALUE 'N'.
           88 MENSALIDADE-EM-ABERTO VALUE 'S'.
       77 WRK-MEN-QTD-ABERTAS  PIC 9(03)   VALUE ZEROS.
       77 WRK-MEN-VENC-ANTIGO  PIC 9(08)   VALUE ZEROS.
      * Chave do responsavel como no informe anual (PROGCOB129): C
      * mais o CPF ou, sem CPF, N mais o nome.
       77 WRK-RSD-CHAVE        PIC X(31)   VALUE SPACES.
       77 WRK-RSD-CHAVE-LIDA   PIC X(31)   VALUE SPACES.
       77 WRK-RSD-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-RSD-HOJE         PIC 9(08)   VALUE ZEROS.
       77 WRK-RSD-EOF          PIC X(01)   VALUE 'N'.
           88 FIM-RSD-RESPONSAVEIS VALUE 'S'.
       77 WRK-RSD-EOF-MEN      PIC X(01)   VALUE 'N'.
           88 FIM-RSD-MENSALIDADES VALUE 'S'.
       77 WRK-FS-RESPONSAVEIS  PIC X(02)   VALUE '00'.
