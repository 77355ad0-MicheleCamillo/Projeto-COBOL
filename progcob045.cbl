            COPY 'audsel.cpy'.
            COPY 'excsel.cpy'.
            COPY 'alusel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-RECUP-TRANS ASSIGN TO 'RECUPTRAN.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'runfd.cpy'.

      * Nota do exame de recuperacao por matricula.
           COPY 'excws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'ncfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

           COPY 'audpp.cpy'.
           COPY 'excpp.cpy'.
           COPY 'ncfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

