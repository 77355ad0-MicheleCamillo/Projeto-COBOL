       0185-LER-CFG-SEGURANCA.
           MOVE 'SEGCFG' TO WRK-PRM-CODIGO.
           MOVE SPACES   TO WRK-PRM-ARGUMENTO.
           MOVE ZEROS    TO WRK-PRM-DATA-REF.
           PERFORM 9680-BUSCAR-PARAMETRO.
           IF PARAMETRO-ACHADO
               MOVE WRK-PRM-VALOR TO REG-CFG-SEGURANCA
               IF CFG-IDADE-MAX-SENHA IS NUMERIC
                AND CFG-IDADE-MAX-SENHA > ZEROS
                   MOVE CFG-IDADE-MAX-SENHA TO WRK-IDADE-MAX-SENHA
               END-IF
               IF CFG-MAX-FALHAS IS NUMERIC
                AND CFG-MAX-FALHAS > ZEROS
                   MOVE CFG-MAX-FALHAS TO WRK-MAX-FALHAS
               END-IF
               IF CFG-QTD-SENHAS-HIST IS NUMERIC
                AND CFG-QTD-SENHAS-HIST > ZEROS
                   MOVE CFG-QTD-SENHAS-HIST TO WRK-QTD-SENHAS-HIST
               END-IF
               IF CFG-DIAS-INATIVIDADE IS NUMERIC
                AND CFG-DIAS-INATIVIDADE > ZEROS
                   MOVE CFG-DIAS-INATIVIDADE TO WRK-DIAS-INATIVIDADE
               END-IF
           END-IF.
