           COPY 'susel.cpy'.
           COPY 'runsel.cpy'.
           COPY 'ctlsel.cpy'.
           COPY 'alrsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'alrfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
       77 WRK-ATIVO-NOVO       PIC X(01)   VALUE 'S'.
       77 WRK-ESTOQUE-NOVO     PIC S9(05)  VALUE ZEROS.
       77 WRK-MINIMO-NOVO      PIC 9(04)   VALUE ZEROS.
       77 WRK-MANUAL-NOVO      PIC X(01)   VALUE 'N'.
       77 WRK-EST-ANTERIOR     PIC S9(05)  VALUE ZEROS.
       77 WRK-LIV-EXISTIA      PIC X(01)   VALUE 'N'.
           88 LIVRO-JA-EXISTIA VALUE 'S'.
       77 WRK-QTD-RECEBIDA     PIC 9(04)   VALUE ZEROS.
       77 WRK-QTD-REPOR        PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-ABAIXO       PIC 9(04)   VALUE ZEROS.
       77 WRK-ESTOQUE-ED       PIC -ZZZZ9  VALUE ZEROS.
       77 WRK-MINIMO-ED        PIC ZZZ9    VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'susws.cpy'.
           COPY 'runws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'alrws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-ESTOQUE-NOVO.
           DISPLAY 'ESTOQUE MINIMO:'.
           ACCEPT WRK-MINIMO-NOVO.
           DISPLAY 'MINIMO FIXO, FORA DO RECALCULO SEMANAL (S/N):'.
           ACCEPT WRK-MANUAL-NOVO.
           MOVE WRK-ISBN-NOVO TO WRK-ISB-ISBN.
           PERFORM 9590-VALIDAR-ISBN.
      * A editora deixou de ser texto livre: precisa existir ativa
           MOVE WRK-ATIVO-NOVO   TO LIV-ATIVO.
           MOVE WRK-ESTOQUE-NOVO TO LIV-ESTOQUE.
           MOVE WRK-MINIMO-NOVO  TO LIV-ESTOQUE-MINIMO.
           IF WRK-MANUAL-NOVO = 'S'
               MOVE 'S' TO LIV-MINIMO-MANUAL
           ELSE
               MOVE 'N' TO LIV-MINIMO-MANUAL
           END-IF.
           IF WRK-LIV-EXISTIA = 'N'
               MOVE ZEROS TO LIV-CUSTO-MEDIO
           END-IF.
           WRITE REG-LIVRO
               INVALID KEY
                   REWRITE REG-LIVRO
                               ' ATIVO: ' LIV-ATIVO
                               ' ESTOQUE: ' LIV-ESTOQUE
                               ' MINIMO: ' LIV-ESTOQUE-MINIMO
                               ' FIXO: ' LIV-MINIMO-MANUAL
                   END-READ
               END-PERFORM
               CLOSE ARQ-LIVROS

       0600-RELATORIO-REPOSICAO.
      * Lista todo titulo ativo no minimo ou abaixo dele, com a
      * quantidade sugerida para repor ate o dobro do minimo; cada
      * titulo listado vira alerta do modulo LIVRARIA na caixa de
      * alertas comum.
           MOVE 'N'   TO WRK-EOF-LIVROS.
           MOVE ZEROS TO WRK-QTD-ABAIXO.
           OPEN INPUT ARQ-LIVROS.
                                   LIV-ESTOQUE-MINIMO ' '
                                   WRK-QTD-REPOR
                               ADD 1 TO WRK-QTD-ABAIXO
                               PERFORM 0650-ALERTAR-MINIMO
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0650-ALERTAR-MINIMO.
           MOVE LIV-ESTOQUE        TO WRK-ESTOQUE-ED.
           MOVE LIV-ESTOQUE-MINIMO TO WRK-MINIMO-ED.
           MOVE 'LIVRARIA' TO WRK-ALR-MODULO.
           MOVE 1010       TO WRK-ALR-MSG-CODIGO.
           MOVE LIV-ISBN   TO WRK-ALR-CHAVE-NEGOCIO.
           STRING 'ESTOQUE ' DELIMITED BY SIZE
                  WRK-ESTOQUE-ED DELIMITED BY SIZE
                  ' MINIMO ' DELIMITED BY SIZE
                  WRK-MINIMO-ED DELIMITED BY SIZE
                  INTO WRK-ALR-DETALHE
           END-STRING.
           PERFORM 9690-GRAVAR-ALERTA.

       0900-GRAVAR-AUDITORIA-LIV.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB039' TO WRK-AUD-PROGRAMA.
           COPY 'suspp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'alrpp.cpy'.

       END PROGRAM PROGCOB039.
