       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'usrsel.cpy'.
           COPY 'alrsel.cpy'.
           COPY 'prmsel.cpy'.
           COPY 'hsnsel.cpy'.
           COPY 'upnsel.cpy'.
           COPY 'seglogsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'hsnfd.cpy'.
           COPY 'upnfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'hsnws.cpy'.
           COPY 'upnws.cpy'.
           COPY 'seglogws.cpy'.
           MOVE WRK-SENHA   TO USR-SENHA.
           MOVE WRK-NIVEL   TO USR-NIVEL.
           ACCEPT USR-DATA-TROCA FROM DATE YYYYMMDD.
           MOVE ZEROS TO USR-FALHAS USR-ULTIMO-ACESSO.
           MOVE 'N'   TO USR-BLOQUEADO.
           OPEN I-O ARQ-USUARIOS.
           IF WRK-FS-USUARIOS = '35'
                       DISPLAY 'USUARIO NAO ENCONTRADO'
                       ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   NOT INVALID KEY
      * Conta reativada depois de desativada por inatividade conta
      * o prazo de novo a partir de hoje.
                       IF USR-DESATIVADA-INATIV
                           ACCEPT USR-ULTIMO-ACESSO
                               FROM DATE YYYYMMDD
                       END-IF
                       MOVE ZEROS TO USR-FALHAS
                       MOVE 'N'   TO USR-BLOQUEADO
                       REWRITE REG-USUARIO
                   MOVE WRK-UPN-SENHA(WRK-UPN-LOOP) TO USR-SENHA
                   MOVE WRK-UPN-NIVEL(WRK-UPN-LOOP) TO USR-NIVEL
                   ACCEPT USR-DATA-TROCA FROM DATE YYYYMMDD
                   MOVE ZEROS TO USR-FALHAS USR-ULTIMO-ACESSO
                   MOVE 'N'   TO USR-BLOQUEADO
                   WRITE REG-USUARIO
                       INVALID KEY

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'hsnpp.cpy'.
           COPY 'upnpp.cpy'.
           COPY 'seglogpp.cpy'.
