      *          liquidado ou rejeitado com o codigo de ocorrencia do
      *          banco e imprime a listagem de rejeicoes - o rejeitado
      *          volta na proxima remessa depois que os dados
      *          bancarios forem corrigidos; o credito liquidado
      *          baixa salarios a pagar contra o caixa no razao,
      *          referenciado pela matricula para a conciliacao
      *          bancaria (PROGCOB103). O repasse de pensao ao
      *          beneficiario (detalhe tipo '2') baixa a propria
      *          pensao paga (PENSAOPG.DAT) e a pensao a repassar,
      *          sem tocar a situacao do liquido do empregado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            COPY 'excsel.cpy'.
            COPY 'pgssel.cpy'.
            COPY 'runsel.cpy'.
            COPY 'susel.cpy'.
            COPY 'plasel.cpy'.
            COPY 'glsel.cpy'.
            COPY 'persel.cpy'.
            COPY 'ctlsel.cpy'.
            COPY 'ppgsel.cpy'.
            SELECT ARQ-RETORNO ASSIGN TO 'BANCORET.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WRK-FS-RETORNO.
           COPY 'excfd.cpy'.
           COPY 'pgsfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'susfd.cpy'.
           COPY 'plafd.cpy'.
           COPY 'glfd.cpy'.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'ppgfd.cpy'.

      * Retorno do banco - um detalhe por credito tentado, com a
      * ocorrencia '00' para credito efetuado e os demais codigos
      * para rejeicao (conta encerrada, agencia/conta invalida...).
      * Tipo '1' e o liquido do empregado; tipo '2' e o repasse de
      * pensao, identificado pela matricula e a sequencia da ordem.
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05 RET-TIPO         PIC X(01).
           05 RET-CONTA        PIC 9(08).
           05 RET-VALOR        PIC 9(10)V99.
           05 RET-OCORRENCIA   PIC X(02).
           05 RET-SEQ          PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO       PIC X(02)   VALUE '00'.
       77 WRK-MOTIVO-BANCO     PIC X(30)   VALUE SPACES.
       77 WRK-RET-VALOR-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PGS-VALOR-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SITUACAO-ANT     PIC X(01)   VALUE SPACES.
      * Pensao paga casada com o repasse: a competencia mais recente
      * da matricula/sequencia, que e a que a remessa paga.
       77 WRK-PPG-ACHADA       PIC X(01)   VALUE 'N'.
           88 PENSAO-PAGA-ACHADA VALUE 'S'.
       77 WRK-PPG-COMPETENCIA  PIC 9(06)   VALUE ZEROS.
      * Contrapartida do caixa e referencia do credito postado.
       77 WRK-CRED-CONTA-DEB   PIC X(06)   VALUE SPACES.
       77 WRK-CRED-HISTORICO   PIC X(30)   VALUE SPACES.
       77 WRK-CRED-REFERENCIA  PIC X(15)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'pgsws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
           COPY 'susws.cpy'.
           COPY 'plaws.cpy'.
           COPY 'glws.cpy'.
           COPY 'perws.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'palws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       AT END
                           SET FIM-RETORNO TO TRUE
                       NOT AT END
                           EVALUATE RET-TIPO
                               WHEN '1'
                                   PERFORM 0200-CASAR-ITEM
                               WHEN '2'
                                   PERFORM 0500-CASAR-PENSAO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETORNO
                   ' RETORNO ' WRK-RET-VALOR-ED
           END-IF.
           IF RET-OCORRENCIA = '00'
               MOVE PGS-SITUACAO TO WRK-SITUACAO-ANT
               MOVE 'L' TO PGS-SITUACAO
               MOVE RET-OCORRENCIA TO PGS-OCORRENCIA
               PERFORM 9546-GRAVAR-PAGTO-STATUS
      * Retorno reprocessado nao posta o mesmo credito duas vezes.
               IF WRK-SITUACAO-ANT NOT = 'L'
                   MOVE '211300' TO WRK-CRED-CONTA-DEB
                   MOVE 'FOLHA - CREDITO EM CONTA'
                       TO WRK-CRED-HISTORICO
                   MOVE RET-MATRICULA TO WRK-CRED-REFERENCIA
                   PERFORM 0350-POSTAR-CREDITO
               END-IF
               ADD 1 TO WRK-QTD-LIQUIDADOS
               ADD 1 TO WRK-RUN-QTD-LIDOS
           ELSE
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0350-POSTAR-CREDITO.
      * O credito efetuado baixa o a-pagar informado pelo chamador
      * (salarios 211300, pensao 211800) contra o caixa - a
      * referencia (matricula, ou matricula-sequencia no repasse de
      * pensao) casa com a linha do extrato na conciliacao bancaria.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           MOVE WRK-PER-DATA(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'PROGCOB055'      TO WRK-SUS-PROGRAMA
               MOVE 'PERIODO'         TO WRK-SUS-CAMPO
               MOVE WRK-PER-CONSULTA  TO WRK-SUS-VALOR
               MOVE 'LANCAMENTO EM PERIODO CONTABIL FECHADO'
                   TO WRK-SUS-MOTIVO
               PERFORM 9750-GRAVAR-SUSPENSE
           ELSE
               MOVE '0000'       TO WRK-RAZ-CENTRO
               MOVE 'PROGCOB055' TO WRK-RAZ-PROGRAMA
               SET DOC-MATRICULA TO TRUE
               MOVE WRK-CRED-REFERENCIA TO WRK-RAZ-DOC-NUMERO
               MOVE WRK-CRED-CONTA-DEB  TO WRK-RAZ-CONTA-DEB
               MOVE '111000'     TO WRK-RAZ-CONTA-CRE
               MOVE WRK-CRED-HISTORICO  TO WRK-RAZ-DESCRICAO
               MOVE RET-VALOR     TO WRK-RAZ-VALOR
               MOVE WRK-CRED-REFERENCIA TO WRK-RAZ-REFERENCIA
               PERFORM 9781-POSTAR-PARTIDA-DOBRADA
           END-IF.

       0400-LISTAR-REJEICAO.
           EVALUATE RET-OCORRENCIA
               WHEN '01'
           DISPLAY 'REJEITADO ' RET-MATRICULA ' ' RET-BANCO '/'
               RET-AGENCIA '/' RET-CONTA ' ' WRK-RET-VALOR-ED
               ' OCORRENCIA ' RET-OCORRENCIA ' ' WRK-MOTIVO-BANCO.
           IF RET-TIPO = '2'
               DISPLAY '  PENSAO SEQ ' RET-SEQ ' - CORRIGIR A CONTA '
                   'DO BENEFICIARIO (PROGCOB098) PARA REENTRAR NA '
                   'PROXIMA REMESSA'
           ELSE
               DISPLAY '  CORRIGIR OS DADOS BANCARIOS (PROGCOB023) '
                   'PARA REENTRAR NA PROXIMA REMESSA'
           END-IF.

       0500-CASAR-PENSAO.
      * Repasse de pensao: casa com a pensao paga da matricula e
      * sequencia e baixa a situacao dela - a situacao de pagamento
      * do empregado (PGTOSTAT.DAT) fica so com o liquido dele.
           MOVE 'N'   TO WRK-PPG-ACHADA WRK-EOF-PENSAO-PAGA.
           MOVE ZEROS TO WRK-PPG-COMPETENCIA.
           OPEN I-O ARQ-PENSAO-PAGA.
           IF WRK-FS-PENSAO-PAGA = '00'
               MOVE RET-MATRICULA TO PPG-MATRICULA
               MOVE RET-SEQ       TO PPG-SEQ
               MOVE ZEROS         TO PPG-COMPETENCIA
               START ARQ-PENSAO-PAGA KEY IS NOT LESS THAN PPG-CHAVE
                   INVALID KEY
                       SET FIM-PENSAO-PAGA TO TRUE
               END-START
               PERFORM UNTIL FIM-PENSAO-PAGA
                   READ ARQ-PENSAO-PAGA NEXT RECORD
                       AT END
                           SET FIM-PENSAO-PAGA TO TRUE
                       NOT AT END
                           IF PPG-MATRICULA NOT = RET-MATRICULA
                            OR PPG-SEQ NOT = RET-SEQ
                               SET FIM-PENSAO-PAGA TO TRUE
                           ELSE
                               SET PENSAO-PAGA-ACHADA TO TRUE
                               MOVE PPG-COMPETENCIA
                                   TO WRK-PPG-COMPETENCIA
                           END-IF
                   END-READ
               END-PERFORM
               IF PENSAO-PAGA-ACHADA
                   MOVE RET-MATRICULA       TO PPG-MATRICULA
                   MOVE RET-SEQ             TO PPG-SEQ
                   MOVE WRK-PPG-COMPETENCIA TO PPG-COMPETENCIA
                   READ ARQ-PENSAO-PAGA
                       INVALID KEY
                           MOVE 'N' TO WRK-PPG-ACHADA
                   END-READ
               END-IF
               IF PENSAO-PAGA-ACHADA
                   PERFORM 0550-ATUALIZAR-PENSAO
               END-IF
               CLOSE ARQ-PENSAO-PAGA
           END-IF.
           IF NOT PENSAO-PAGA-ACHADA
               PERFORM 0250-ITEM-SEM-PAR
           END-IF.

       0550-ATUALIZAR-PENSAO.
           IF RET-VALOR NOT = PPG-VALOR
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE RET-VALOR TO WRK-RET-VALOR-ED
               MOVE PPG-VALOR TO WRK-PGS-VALOR-ED
               DISPLAY 'VALOR DIVERGENTE ' RET-MATRICULA
                   ' PENSAO SEQ ' RET-SEQ
                   ' REMESSA ' WRK-PGS-VALOR-ED
                   ' RETORNO ' WRK-RET-VALOR-ED
           END-IF.
           MOVE PPG-SITUACAO TO WRK-SITUACAO-ANT.
           IF RET-OCORRENCIA = '00'
               MOVE 'L' TO PPG-SITUACAO
               REWRITE REG-PENSAO-PAGA
               END-REWRITE
      * Retorno reprocessado nao posta o mesmo repasse duas vezes.
               IF WRK-SITUACAO-ANT NOT = 'L'
                   MOVE '211800' TO WRK-CRED-CONTA-DEB
                   MOVE 'FOLHA - REPASSE DE PENSAO'
                       TO WRK-CRED-HISTORICO
                   MOVE SPACES TO WRK-CRED-REFERENCIA
                   STRING RET-MATRICULA DELIMITED BY SIZE
                          '-'           DELIMITED BY SIZE
                          RET-SEQ       DELIMITED BY SIZE
                          INTO WRK-CRED-REFERENCIA
                   END-STRING
                   PERFORM 0350-POSTAR-CREDITO
               END-IF
               ADD 1 TO WRK-QTD-LIQUIDADOS
               ADD 1 TO WRK-RUN-QTD-LIDOS
           ELSE
               MOVE 'R' TO PPG-SITUACAO
               REWRITE REG-PENSAO-PAGA
               END-REWRITE
               PERFORM 0400-LISTAR-REJEICAO
               ADD 1 TO WRK-QTD-REJEITADOS
               ADD 1 TO WRK-RUN-QTD-LIDOS
           END-IF.

       0800-IMPRIMIR-TOTAIS.
           DISPLAY '-------------------------------------'.
           COPY 'pgspp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
           COPY 'suspp.cpy'.
           COPY 'plapp.cpy'.
           COPY 'glpp.cpy'.
           COPY 'perpp.cpy'.
           COPY 'ctlpp.cpy'.

       END PROGRAM PROGCOB055.
