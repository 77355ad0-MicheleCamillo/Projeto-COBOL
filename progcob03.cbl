           COPY 'audsel.cpy'.
           COPY 'excsel.cpy'.
           COPY 'alusel.cpy'.
           COPY 'prmsel.cpy'.
           COPY 'htrsel.cpy'.
           COPY 'runsel.cpy'.
           SELECT ARQ-NOTAS-TRANS ASSIGN TO 'NOTASTRAN.DAT'
           COPY 'audfd.cpy'.
           COPY 'excfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'htrfd.cpy'.
           COPY 'runfd.cpy'.

           COPY 'msgws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'ncfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'htrws.cpy'.
           COPY 'runws.cpy'.
       PROCEDURE DIVISION.
           COPY 'msgpp.cpy'.
           COPY 'alupp.cpy'.
           COPY 'ncfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'htrpp.cpy'.
           COPY 'runpp.cpy'.

