      * sair aberta por departamento no balancete.
           MOVE EMP-CENTRO-CUSTO TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB057'     TO WRK-RAZ-PROGRAMA.
           SET DOC-MATRICULA     TO TRUE.
           MOVE EMP-MATRICULA   TO WRK-RAZ-DOC-NUMERO.
           MOVE '513100'         TO WRK-RAZ-CONTA-DEB.
           MOVE '213100'         TO WRK-RAZ-CONTA-CRE.
           MOVE 'PROVISAO MENSAL - 13O SALARIO' TO WRK-RAZ-DESCRICAO.
