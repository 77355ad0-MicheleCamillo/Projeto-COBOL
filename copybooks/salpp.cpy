           MOVE WRK-SAL-DATA TO SAL-DATA.
           ACCEPT WRK-SAL-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE WRK-SAL-USUARIO TO SAL-USUARIO.
           MOVE WRK-SAL-MOTIVO  TO SAL-MOTIVO.
           OPEN INPUT ARQ-HIST-SALARIO.
           IF WRK-FS-SALHIST = '35'
               OPEN OUTPUT ARQ-HIST-SALARIO
