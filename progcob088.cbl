        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'pedsel.cpy'.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'pedfd.cpy'.

           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'empws.cpy'.
           COPY 'pedws.cpy'.

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
