            COPY 'alusel.cpy'.
            COPY 'matsel.cpy'.
            COPY 'ntmsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'htrsel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
           COPY 'alufd.cpy'.
           COPY 'matfd.cpy'.
           COPY 'ntmfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'htrfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'matws.cpy'.
           COPY 'ntmws.cpy'.
           COPY 'ncfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'htrws.cpy'.
           COPY 'runws.cpy'.


           COPY 'audpp.cpy'.
           COPY 'ncfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'matpp.cpy'.
           COPY 'htrpp.cpy'.
           COPY 'runpp.cpy'.
