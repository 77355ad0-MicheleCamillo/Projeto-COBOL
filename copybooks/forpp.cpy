       9585-VALIDAR-EDITORA.
           MOVE 'N' TO WRK-FOR-VALIDA.
           MOVE 30  TO WRK-FOR-PRAZO-ACHADO.
           MOVE ZEROS TO WRK-FOR-BANCO-ACHADO WRK-FOR-AGENCIA-ACHADA
                         WRK-FOR-CONTA-ACHADA.
           MOVE 'N' TO WRK-EOF-FORNECEDORES.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT = '00'
                               MOVE 'S' TO WRK-FOR-VALIDA
                               MOVE FOR-PRAZO-DIAS
                                   TO WRK-FOR-PRAZO-ACHADO
                               MOVE FOR-BANCO   TO WRK-FOR-BANCO-ACHADO
                               MOVE FOR-AGENCIA
                                   TO WRK-FOR-AGENCIA-ACHADA
                               MOVE FOR-CONTA   TO WRK-FOR-CONTA-ACHADA
                               SET FIM-FORNECEDORES TO TRUE
                           END-IF
                   END-READ
