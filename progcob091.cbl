                       CLOSE ARQ-LIVROS
                       OPEN I-O ARQ-LIVROS
                   END-IF
      * ISBN ja cadastrado mantem o custo medio e o minimo manual
      * do comprador; so o titulo novo nasce com eles zerados.
                   MOVE WRK-CPO-01(1:13) TO LIV-ISBN
                   READ ARQ-LIVROS
                       INVALID KEY
                           MOVE ZEROS TO LIV-CUSTO-MEDIO
                           MOVE 'N'   TO LIV-MINIMO-MANUAL
                   END-READ
                   MOVE WRK-CPO-02       TO LIV-TITULO
                   MOVE WRK-CPO-03(1:20) TO LIV-EDITORA
                   COMPUTE WRK-VALOR-NUM =
               END-IF
               MOVE WRK-CPO-01(1:6) TO CLJ-CODIGO
               MOVE WRK-CPO-02      TO CLJ-NOME
      * A carga nao traz limite de crediario: cliente novo entra sem
      * crediario e o existente conserva o limite ja concedido.
               MOVE ZEROS           TO CLJ-LIMITE-CREDIARIO
               WRITE REG-CLIENTE-LOJA
                   INVALID KEY
                       READ ARQ-CLIENTES-LOJA
                           INVALID KEY
                               CONTINUE
                       END-READ
                       MOVE WRK-CPO-02 TO CLJ-NOME
                       REWRITE REG-CLIENTE-LOJA
               END-WRITE
               CLOSE ARQ-CLIENTES-LOJA
                                 EMP-DATA-ULT-EXEC EMP-FERIAS-SALDO
                                 EMP-FERIAS-INICIO EMP-FERIAS-DIAS
                                 EMP-FGTS EMP-YTD-FGTS
                                 EMP-DATA-DESLIGAMENTO
                   WRITE REG-EMPREGADO
                       INVALID KEY
                           REWRITE REG-EMPREGADO
                   OPEN I-O ARQ-CLIENTES
               END-IF
               MOVE WRK-CPO-01(1:6) TO CLI-CODIGO
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE 'N'    TO CLI-BLOQUEIO-CREDITO
                       MOVE SPACES TO CLI-CLASSE-RISCO
               END-READ
               MOVE WRK-CPO-02      TO CLI-NOME
               MOVE WRK-CPO-03(1:2) TO CLI-UF
               COMPUTE CLI-PRAZO-DIAS =
