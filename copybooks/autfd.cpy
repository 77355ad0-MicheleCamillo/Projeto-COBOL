       01  REG-AUTORIZACAO.
      * Nivel minimo (codigo de USR-NIVEL: 01-ADM, 03-SUPERVISOR,
      * 02-USER) exigido para cada opcao do menu do dispatcher.
           05 AUT-OPCAO        PIC 9(03).
           05 AUT-NIVEL-MIN    PIC 9(02).
      * Layout antigo, com a opcao em dois digitos (OONN): o 5o byte
      * em branco identifica a linha, lida ate o arquivo ser
      * regravado no layout novo.
       01  REG-AUTORIZACAO-ANTIGA.
           05 AUT-ANT-OPCAO    PIC 9(02).
           05 AUT-ANT-NIVEL-MIN PIC 9(02).
           05 FILLER           PIC X(01).
