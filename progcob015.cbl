        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'alusel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-EOF-ALU          PIC X(01)       VALUE 'N'.
           COPY 'audws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'ncfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.


           COPY 'audpp.cpy'.
           COPY 'ncfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

