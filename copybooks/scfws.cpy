      * Politicas de seguranca vigentes no master de parametros
      * (codigo SEGCFG, 0185-LER-CFG-SEGURANCA); sem vigencia
      * aprovada valem 90 dias de senha, 3 falhas ate o bloqueio,
      * 3 senhas de historico e 90 dias sem acesso ate a conta ser
      * desativada.
       77 WRK-IDADE-MAX-SENHA  PIC 9(03)   VALUE 90.
       77 WRK-MAX-FALHAS       PIC 9(02)   VALUE 3.
       77 WRK-QTD-SENHAS-HIST  PIC 9(02)   VALUE 3.
       77 WRK-DIAS-INATIVIDADE PIC 9(03)   VALUE 90.
       01  REG-CFG-SEGURANCA.
      * Politicas de seguranca configuraveis sem recompilar: idade
      * maxima da senha em dias, tentativas de acesso consecutivas
      * antes do bloqueio e quantas senhas anteriores nao podem ser
      * reaproveitadas na troca; dias sem sign-on ate a desativacao
      * da conta (PROGCOB132).
           05 CFG-IDADE-MAX-SENHA  PIC 9(03).
           05 CFG-MAX-FALHAS       PIC 9(02).
           05 CFG-QTD-SENHAS-HIST  PIC 9(02).
           05 CFG-DIAS-INATIVIDADE PIC 9(03).
