        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'hsnsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'alrsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'hsnfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'alrfd.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'hsnws.cpy'.
           COPY 'susws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'alrws.cpy'.
      * Campo editado usado so para gravar WRK-NIVEL com casas
      * decimais nos campos alfanumericos de auditoria/suspense, sem
      * perder o ponto decimal implicito.
           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'hsnpp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'alrpp.cpy'.

       END PROGRAM PROGCOB06.
