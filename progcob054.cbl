      * balancete conta a conta.
           MOVE '0000'       TO WRK-RAZ-CENTRO.
           MOVE 'PROGCOB054' TO WRK-RAZ-PROGRAMA.
           SET DOC-FOLHA     TO TRUE.
           MOVE WRK-COMPETENCIA TO WRK-RAZ-DOC-NUMERO.
           MOVE '512100'     TO WRK-RAZ-CONTA-DEB.
           MOVE '211150'     TO WRK-RAZ-CONTA-CRE.
           MOVE 'ENCARGOS - INSS PATRONAL 20%' TO WRK-RAZ-DESCRICAO.
