      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Documentos escolares - emite para uma matricula a
      *          declaracao de matricula (turma e ano letivo atuais),
      *          a declaracao de transferencia e o certificado de
      *          conclusao com todas as materias e a media final do
      *          historico escolar (HISTESC.DAT); cada documento
      *          recebe um numero de controle sequencial gravado no
      *          registro DOCESC.DAT, por onde a secretaria confirma
      *          a terceiros que o documento foi mesmo emitido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB128.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'alusel.cpy'.
            COPY 'trmsel.cpy'.
            COPY 'htrsel.cpy'.
            COPY 'matsel.cpy'.
            COPY 'dcesel.cpy'.
            COPY 'runsel.cpy'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'trmfd.cpy'.
           COPY 'htrfd.cpy'.
           COPY 'matfd.cpy'.
           COPY 'dcefd.cpy'.
           COPY 'runfd.cpy'.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO            PIC 9(01)   VALUE ZEROS.
       77 WRK-SAIR             PIC X(01)   VALUE 'N'.
           88 SAIR-DOCUMENTOS  VALUE 'S'.
       77 WRK-EOF-HIST         PIC X(01)   VALUE 'N'.
           88 FIM-HIST         VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.
       77 WRK-DATA-ED          PIC 99/99/9999 VALUE ZEROS.
       77 WRK-DATA-AUX         PIC 9(08)   VALUE ZEROS.

      * Aluno e turma do documento.
       77 WRK-DOC-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-DOC-ALUNO        PIC X(01)   VALUE 'N'.
           88 ALUNO-ACHADO     VALUE 'S'.
       77 WRK-DOC-TURMA-DESC   PIC X(30)   VALUE SPACES.
       77 WRK-DOC-TURMA-SEG    PIC X(06)   VALUE SPACES.
       77 WRK-DOC-FINALIDADE   PIC X(30)   VALUE SPACES.
       77 WRK-DOC-ANO          PIC 9(04)   VALUE ZEROS.
       77 WRK-DOC-SITUACAO     PIC X(11)   VALUE SPACES.
       77 WRK-DOC-EMITIDO      PIC X(01)   VALUE 'N'.
           88 DOCUMENTO-EMITIDO VALUE 'S'.

      * Fechamento do ano mais recente do aluno no historico (termo
      * 9 sem materia, gravado pela virada do PROGCOB086).
       77 WRK-FIN-ANO          PIC 9(04)   VALUE ZEROS.
       77 WRK-FIN-MEDIA        PIC 9(02)V9 VALUE ZEROS.
       77 WRK-FIN-SITUACAO     PIC X(11)   VALUE SPACES.
       77 WRK-FIN-MEDIA-ED     PIC Z9,9    VALUE ZEROS.

      * Media final por materia do certificado - vale o lancamento
      * mais recente (ano/termo) de cada materia no historico.
       01 WRK-TAB-CERTIFICADO.
           02 WRK-CRT-ENTRADA OCCURS 30 TIMES INDEXED BY WRK-CRT-IDX.
               03 WRK-CRT-MATERIA    PIC X(03)   VALUE SPACES.
               03 WRK-CRT-PER-MAT    PIC 9(05)   VALUE ZEROS.
               03 WRK-CRT-MEDIA      PIC 9(02)V9 VALUE ZEROS.
               03 WRK-CRT-SITUACAO   PIC X(11)   VALUE SPACES.
       77 WRK-CRT-USADAS       PIC 9(02)   VALUE ZEROS.
       77 WRK-CRT-LOOP         PIC 9(02)   VALUE ZEROS.
       77 WRK-CRT-PERIODO      PIC 9(05)   VALUE ZEROS.
       77 WRK-CRT-ACHOU        PIC X(01)   VALUE 'N'.
           88 MATERIA-NO-CERTIFICADO VALUE 'S'.
       77 WRK-CRT-DESCRICAO    PIC X(20)   VALUE SPACES.
       77 WRK-CRT-MEDIA-ED     PIC Z9,9    VALUE ZEROS.

      * Conferencia de documento emitido.
       77 WRK-CNF-NUMERO       PIC 9(06)   VALUE ZEROS.
       77 WRK-CNF-MATRICULA    PIC X(06)   VALUE SPACES.
       77 WRK-TIPO-ED          PIC X(30)   VALUE SPACES.

           COPY 'audws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'trmws.cpy'.
           COPY 'htrws.cpy'.
           COPY 'matws.cpy'.
           COPY 'dcews.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB128' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-LER-DCE-SEQ.
           PERFORM UNTIL SAIR-DOCUMENTOS
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '===== DOCUMENTOS ESCOLARES ====='.
           DISPLAY '1 - DECLARACAO DE MATRICULA'.
           DISPLAY '2 - DECLARACAO DE TRANSFERENCIA'.
           DISPLAY '3 - CERTIFICADO DE CONCLUSAO'.
           DISPLAY '4 - CONFERIR DOCUMENTO EMITIDO'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'OPCAO:'.
           ACCEPT WRK-OPCAO.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-DECLARACAO-MATRICULA
               WHEN 2
                   PERFORM 0400-DECLARACAO-TRANSFERENCIA
               WHEN 3
                   PERFORM 0500-CERTIFICADO-CONCLUSAO
               WHEN 4
                   PERFORM 0600-CONFERIR-DOCUMENTO
               WHEN ZERO
                   SET SAIR-DOCUMENTOS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0150-LER-DCE-SEQ.
           OPEN INPUT ARQ-DCE-SEQ.
           IF WRK-FS-DCE-SEQ = '00'
               READ ARQ-DCE-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DSQ-ULTIMO-NUMERO TO WRK-DCE-NUMERO
               END-READ
               CLOSE ARQ-DCE-SEQ
           END-IF.

       0160-LER-ALUNO.
      * Aluno do documento e a descricao/progressao da sua turma.
           DISPLAY 'MATRICULA DO ALUNO:'.
           ACCEPT WRK-DOC-MATRICULA.
           MOVE 'N'    TO WRK-DOC-ALUNO.
           MOVE SPACES TO WRK-DOC-TURMA-DESC WRK-DOC-TURMA-SEG.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               MOVE WRK-DOC-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALUNO-ACHADO TO TRUE
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.
           IF ALUNO-ACHADO AND ALU-TURMA NOT = SPACES
               OPEN INPUT ARQ-TURMAS
               IF WRK-FS-TURMAS = '00'
                   MOVE ALU-TURMA TO TRM-CODIGO
                   READ ARQ-TURMAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TRM-DESCRICAO TO WRK-DOC-TURMA-DESC
                           MOVE TRM-TURMA-SEGUINTE
                               TO WRK-DOC-TURMA-SEG
                   END-READ
                   CLOSE ARQ-TURMAS
               END-IF
           END-IF.

       0170-LER-FINALIDADE.
           DISPLAY 'FINALIDADE (BRANCO = PARA OS DEVIDOS FINS):'.
           ACCEPT WRK-DOC-FINALIDADE.
           IF WRK-DOC-FINALIDADE = SPACES
               MOVE 'PARA OS DEVIDOS FINS' TO WRK-DOC-FINALIDADE
           END-IF.

       0300-DECLARACAO-MATRICULA.
      * So declara matricula de quem esta com turma no cadastro; o
      * ano letivo e o corrente.
           PERFORM 0160-LER-ALUNO.
           EVALUATE TRUE
               WHEN NOT ALUNO-ACHADO
                   DISPLAY 'ALUNO NAO CADASTRADO: ' WRK-DOC-MATRICULA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN ALU-TURMA = SPACES
                   DISPLAY 'ALUNO SEM TURMA NO ANO LETIVO - '
                       'DECLARACAO NAO EMITIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0170-LER-FINALIDADE
                   MOVE WRK-DATA-HOJE(1:4) TO WRK-DOC-ANO
                   SET DCE-MATRICULA-DECL TO TRUE
                   PERFORM 0800-REGISTRAR-DOCUMENTO
                   IF DOCUMENTO-EMITIDO
                       PERFORM 0310-IMPRIMIR-DECL-MATRICULA
                   END-IF
           END-EVALUATE.

       0310-IMPRIMIR-DECL-MATRICULA.
           MOVE 'PROGCOB128' TO WRK-REP-PROGRAMA.
           MOVE 'DECLARACAO DE MATRICULA' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           PERFORM 0850-IMPRIMIR-NUMERO.
           DISPLAY 'DECLARAMOS QUE ' ALU-NOME.
           DISPLAY 'MATRICULA ' ALU-MATRICULA
               ', NASCIDO(A) EM ' ALU-DATA-NASC.
           DISPLAY 'ESTA REGULARMENTE MATRICULADO(A) NESTA ESCOLA NA'.
           DISPLAY 'TURMA ' ALU-TURMA ' - ' WRK-DOC-TURMA-DESC.
           DISPLAY 'NO ANO LETIVO DE ' WRK-DOC-ANO '.'.
           DISPLAY 'FINALIDADE: ' WRK-DOC-FINALIDADE.
           PERFORM 0860-IMPRIMIR-RODAPE.

       0400-DECLARACAO-TRANSFERENCIA.
      * A transferencia declara a turma cursada no ano e a situacao
      * do aluno nela: a final da recuperacao quando ja resolvida,
      * senao cursando.
           PERFORM 0160-LER-ALUNO.
           EVALUATE TRUE
               WHEN NOT ALUNO-ACHADO
                   DISPLAY 'ALUNO NAO CADASTRADO: ' WRK-DOC-MATRICULA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN ALU-TURMA = SPACES
                   DISPLAY 'ALUNO SEM TURMA NO ANO LETIVO - '
                       'DECLARACAO NAO EMITIDA'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM 0170-LER-FINALIDADE
                   MOVE WRK-DATA-HOJE(1:4) TO WRK-DOC-ANO
                   EVALUATE ALU-SITUACAO
                       WHEN 'AR'
                           MOVE 'APROVADO'  TO WRK-DOC-SITUACAO
                       WHEN 'RP'
                           MOVE 'REPROVADO' TO WRK-DOC-SITUACAO
                       WHEN OTHER
                           MOVE 'CURSANDO'  TO WRK-DOC-SITUACAO
                   END-EVALUATE
                   SET DCE-TRANSFERENCIA TO TRUE
                   PERFORM 0800-REGISTRAR-DOCUMENTO
                   IF DOCUMENTO-EMITIDO
                       PERFORM 0410-IMPRIMIR-DECL-TRANSF
                   END-IF
           END-EVALUATE.

       0410-IMPRIMIR-DECL-TRANSF.
           MOVE 'PROGCOB128' TO WRK-REP-PROGRAMA.
           MOVE 'DECLARACAO DE TRANSFERENCIA' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           PERFORM 0850-IMPRIMIR-NUMERO.
           DISPLAY 'DECLARAMOS QUE ' ALU-NOME.
           DISPLAY 'MATRICULA ' ALU-MATRICULA
               ', NASCIDO(A) EM ' ALU-DATA-NASC.
           DISPLAY 'CURSOU NESTA ESCOLA A TURMA ' ALU-TURMA ' - '
               WRK-DOC-TURMA-DESC.
           DISPLAY 'NO ANO LETIVO DE ' WRK-DOC-ANO
               ', SITUACAO: ' WRK-DOC-SITUACAO.
           DISPLAY 'E TEM DIREITO A TRANSFERENCIA PARA OUTRO '
               'ESTABELECIMENTO.'.
           DISPLAY 'FINALIDADE: ' WRK-DOC-FINALIDADE.
           PERFORM 0860-IMPRIMIR-RODAPE.

       0500-CERTIFICADO-CONCLUSAO.
      * Conclusao e a aprovacao final na turma terminal da
      * progressao (sem turma seguinte): vale a situacao do ano no
      * cadastro e, depois da virada, o fechamento mais recente do
      * historico.
           PERFORM 0160-LER-ALUNO.
           IF ALUNO-ACHADO
               PERFORM 0510-CARREGAR-HISTORICO
               IF ALU-SITUACAO NOT = SPACES
                   MOVE ALU-SITUACAO TO WRK-FIN-SITUACAO
                   MOVE ALU-MEDIA    TO WRK-FIN-MEDIA
                   MOVE WRK-DATA-HOJE(1:4) TO WRK-FIN-ANO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT ALUNO-ACHADO
                   DISPLAY 'ALUNO NAO CADASTRADO: ' WRK-DOC-MATRICULA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN ALU-TURMA = SPACES
                OR WRK-DOC-TURMA-DESC = SPACES
                OR WRK-DOC-TURMA-SEG NOT = SPACES
                   DISPLAY 'ALUNO FORA DA TURMA TERMINAL - CURSO '
                       'NAO CONCLUIDO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN WRK-FIN-SITUACAO(1:2) NOT = 'AR'
                   DISPLAY 'SEM APROVACAO FINAL NA TURMA TERMINAL - '
                       'CURSO NAO CONCLUIDO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN OTHER
                   MOVE WRK-FIN-ANO TO WRK-DOC-ANO
                   MOVE SPACES      TO WRK-DOC-FINALIDADE
                   SET DCE-CONCLUSAO TO TRUE
                   PERFORM 0800-REGISTRAR-DOCUMENTO
                   IF DOCUMENTO-EMITIDO
                       PERFORM 0550-IMPRIMIR-CERTIFICADO
                   END-IF
           END-EVALUATE.

       0510-CARREGAR-HISTORICO.
           MOVE ZEROS  TO WRK-FIN-ANO WRK-FIN-MEDIA WRK-CRT-USADAS.
           MOVE SPACES TO WRK-FIN-SITUACAO.
           MOVE 'N'    TO WRK-EOF-HIST.
           OPEN INPUT ARQ-HIST-ESCOLAR.
           IF WRK-FS-HISTESC = '00'
               PERFORM UNTIL FIM-HIST
                   READ ARQ-HIST-ESCOLAR
                       AT END
                           SET FIM-HIST TO TRUE
                       NOT AT END
                           IF HTR-MATRICULA = WRK-DOC-MATRICULA
                               PERFORM 0520-ACUMULAR-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIST-ESCOLAR
           END-IF.

       0520-ACUMULAR-HISTORICO.
           IF HTR-MATERIA = SPACES
               IF HTR-TERMO = 9 AND HTR-ANO NOT < WRK-FIN-ANO
                   MOVE HTR-ANO      TO WRK-FIN-ANO
                   MOVE HTR-MEDIA    TO WRK-FIN-MEDIA
                   MOVE HTR-SITUACAO TO WRK-FIN-SITUACAO
               END-IF
           ELSE
               COMPUTE WRK-CRT-PERIODO = HTR-ANO * 10 + HTR-TERMO
               MOVE 'N' TO WRK-CRT-ACHOU
               IF WRK-CRT-USADAS > 0
                   SET WRK-CRT-IDX TO 1
                   SEARCH WRK-CRT-ENTRADA
                       AT END
                           CONTINUE
                       WHEN WRK-CRT-MATERIA(WRK-CRT-IDX) =
                               HTR-MATERIA
                           SET MATERIA-NO-CERTIFICADO TO TRUE
                   END-SEARCH
               END-IF
               IF NOT MATERIA-NO-CERTIFICADO AND WRK-CRT-USADAS < 30
                   ADD 1 TO WRK-CRT-USADAS
                   SET WRK-CRT-IDX TO WRK-CRT-USADAS
                   MOVE HTR-MATERIA TO WRK-CRT-MATERIA(WRK-CRT-IDX)
                   MOVE ZEROS       TO WRK-CRT-PER-MAT(WRK-CRT-IDX)
                   SET MATERIA-NO-CERTIFICADO TO TRUE
               END-IF
               IF MATERIA-NO-CERTIFICADO
                  AND WRK-CRT-PERIODO NOT <
                      WRK-CRT-PER-MAT(WRK-CRT-IDX)
                   MOVE WRK-CRT-PERIODO
                       TO WRK-CRT-PER-MAT(WRK-CRT-IDX)
                   MOVE HTR-MEDIA    TO WRK-CRT-MEDIA(WRK-CRT-IDX)
                   MOVE HTR-SITUACAO TO WRK-CRT-SITUACAO(WRK-CRT-IDX)
               END-IF
           END-IF.

       0550-IMPRIMIR-CERTIFICADO.
           MOVE 'PROGCOB128' TO WRK-REP-PROGRAMA.
           MOVE 'CERTIFICADO DE CONCLUSAO' TO WRK-REP-TITULO.
           PERFORM 9760-IMPRIMIR-CABECALHO-RELATORIO.
           PERFORM 0850-IMPRIMIR-NUMERO.
           DISPLAY 'CERTIFICAMOS QUE ' ALU-NOME.
           DISPLAY 'MATRICULA ' ALU-MATRICULA
               ', NASCIDO(A) EM ' ALU-DATA-NASC.
           DISPLAY 'CONCLUIU O CURSO NA TURMA ' ALU-TURMA ' - '
               WRK-DOC-TURMA-DESC.
           DISPLAY 'NO ANO LETIVO DE ' WRK-DOC-ANO
               ', COM O SEGUINTE APROVEITAMENTO:'.
           DISPLAY ' '.
           DISPLAY 'MAT  DESCRICAO             MEDIA  SITUACAO'.
           IF WRK-CRT-USADAS = 0
               DISPLAY '(SEM LANCAMENTO POR MATERIA NO HISTORICO)'
           END-IF.
           PERFORM VARYING WRK-CRT-LOOP FROM 1 BY 1
                   UNTIL WRK-CRT-LOOP > WRK-CRT-USADAS
               PERFORM 0560-IMPRIMIR-MATERIA
           END-PERFORM.
           MOVE WRK-FIN-MEDIA TO WRK-FIN-MEDIA-ED.
           DISPLAY ' '.
           DISPLAY 'MEDIA FINAL: ' WRK-FIN-MEDIA-ED
               '   RESULTADO: APROVADO'.
           PERFORM 0860-IMPRIMIR-RODAPE.

       0560-IMPRIMIR-MATERIA.
      * Descricao direto do master, ativa ou nao - a materia
      * desativada depois continua no certificado.
           MOVE SPACES TO WRK-CRT-DESCRICAO.
           OPEN INPUT ARQ-MATERIAS.
           IF WRK-FS-MATERIAS = '00'
               MOVE WRK-CRT-MATERIA(WRK-CRT-LOOP) TO MAT-CODIGO
               READ ARQ-MATERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAT-DESCRICAO TO WRK-CRT-DESCRICAO
               END-READ
               CLOSE ARQ-MATERIAS
           END-IF.
           MOVE WRK-CRT-MEDIA(WRK-CRT-LOOP) TO WRK-CRT-MEDIA-ED.
           DISPLAY WRK-CRT-MATERIA(WRK-CRT-LOOP) '  '
               WRK-CRT-DESCRICAO '  ' WRK-CRT-MEDIA-ED '   '
               WRK-CRT-SITUACAO(WRK-CRT-LOOP).

       0600-CONFERIR-DOCUMENTO.
      * Quem recebeu o documento informa numero e matricula; so
      * confirma quando os dois batem com o registro.
           DISPLAY 'NUMERO DO DOCUMENTO:'.
           ACCEPT WRK-CNF-NUMERO.
           DISPLAY 'MATRICULA DO ALUNO NO DOCUMENTO:'.
           ACCEPT WRK-CNF-MATRICULA.
           MOVE 'N' TO WRK-DOC-EMITIDO.
           OPEN INPUT ARQ-DOC-ESCOLAR.
           IF WRK-FS-DOC-ESCOLAR = '00'
               MOVE WRK-CNF-NUMERO TO DCE-NUMERO
               READ ARQ-DOC-ESCOLAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCE-MATRICULA = WRK-CNF-MATRICULA
                           SET DOCUMENTO-EMITIDO TO TRUE
                       END-IF
               END-READ
               CLOSE ARQ-DOC-ESCOLAR
           END-IF.
           IF DOCUMENTO-EMITIDO
               EVALUATE TRUE
                   WHEN DCE-MATRICULA-DECL
                       MOVE 'DECLARACAO DE MATRICULA' TO WRK-TIPO-ED
                   WHEN DCE-TRANSFERENCIA
                       MOVE 'DECLARACAO DE TRANSFERENCIA'
                           TO WRK-TIPO-ED
                   WHEN OTHER
                       MOVE 'CERTIFICADO DE CONCLUSAO' TO WRK-TIPO-ED
               END-EVALUATE
               MOVE DCE-DATA-EMISSAO(1:4) TO WRK-DATA-AUX(5:4)
               MOVE DCE-DATA-EMISSAO(5:2) TO WRK-DATA-AUX(3:2)
               MOVE DCE-DATA-EMISSAO(7:2) TO WRK-DATA-AUX(1:2)
               MOVE WRK-DATA-AUX TO WRK-DATA-ED
               DISPLAY 'DOCUMENTO ' DCE-NUMERO ' CONFERE: '
                   WRK-TIPO-ED
               DISPLAY 'ALUNO ' DCE-MATRICULA ' ' DCE-NOME
               DISPLAY 'TURMA ' DCE-TURMA ' ANO LETIVO ' DCE-ANO
                   ' EMITIDO EM ' WRK-DATA-ED ' POR ' DCE-USUARIO
               ADD 1 TO WRK-RUN-QTD-LIDOS
           ELSE
               DISPLAY 'DOCUMENTO ' WRK-CNF-NUMERO ' NAO CONFERE - '
                   'NAO EMITIDO PARA A MATRICULA ' WRK-CNF-MATRICULA
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           END-IF.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE 'PROGCOB128'      TO WRK-AUD-PROGRAMA.
           MOVE 'CONFERE-DOCUMENTO' TO WRK-AUD-CAMPO-CHAVE.
           MOVE WRK-CNF-NUMERO    TO WRK-AUD-VALOR-ENTRADA.
           MOVE WRK-DOC-EMITIDO   TO WRK-AUD-VALOR-SAIDA.
           PERFORM 9800-GRAVAR-AUDITORIA.

       0800-REGISTRAR-DOCUMENTO.
      * O numero de controle so e consumido quando o registro do
      * documento e gravado; o tipo ja vem posicionado em DCE-TIPO.
           MOVE 'N' TO WRK-DOC-EMITIDO.
           ADD 1 TO WRK-DCE-NUMERO.
           MOVE WRK-DCE-NUMERO     TO DCE-NUMERO.
           MOVE ALU-MATRICULA      TO DCE-MATRICULA.
           MOVE ALU-NOME           TO DCE-NOME.
           MOVE ALU-TURMA          TO DCE-TURMA.
           MOVE WRK-DOC-ANO        TO DCE-ANO.
           MOVE WRK-DOC-FINALIDADE TO DCE-FINALIDADE.
           MOVE WRK-DATA-HOJE      TO DCE-DATA-EMISSAO.
           ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           MOVE WRK-AUD-USUARIO    TO DCE-USUARIO.
           OPEN I-O ARQ-DOC-ESCOLAR.
           IF WRK-FS-DOC-ESCOLAR = '35'
               OPEN OUTPUT ARQ-DOC-ESCOLAR
               CLOSE ARQ-DOC-ESCOLAR
               OPEN I-O ARQ-DOC-ESCOLAR
           END-IF.
           WRITE REG-DOC-ESCOLAR
               INVALID KEY
                   DISPLAY 'NUMERO DE DOCUMENTO JA USADO: '
                       WRK-DCE-NUMERO ' - CONFIRA DOCSEQ.DAT'
                   SUBTRACT 1 FROM WRK-DCE-NUMERO
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               NOT INVALID KEY
                   SET DOCUMENTO-EMITIDO TO TRUE
                   ADD 1 TO WRK-RUN-QTD-LIDOS
           END-WRITE.
           CLOSE ARQ-DOC-ESCOLAR.
           IF DOCUMENTO-EMITIDO
               PERFORM 0810-REGRAVAR-DCE-SEQ
               MOVE 'PROGCOB128'      TO WRK-AUD-PROGRAMA
               MOVE 'DOCUMENTO-ESCOLAR' TO WRK-AUD-CAMPO-CHAVE
               MOVE DCE-NUMERO        TO WRK-AUD-VALOR-ENTRADA
               MOVE REG-DOC-ESCOLAR(7:7) TO WRK-AUD-VALOR-SAIDA
               PERFORM 9800-GRAVAR-AUDITORIA
           END-IF.

       0810-REGRAVAR-DCE-SEQ.
           MOVE WRK-DCE-NUMERO TO DSQ-ULTIMO-NUMERO.
           OPEN OUTPUT ARQ-DCE-SEQ.
           WRITE REG-DCE-SEQ.
           CLOSE ARQ-DCE-SEQ.

       0850-IMPRIMIR-NUMERO.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-DATA-AUX(5:4).
           MOVE WRK-DATA-HOJE(5:2) TO WRK-DATA-AUX(3:2).
           MOVE WRK-DATA-HOJE(7:2) TO WRK-DATA-AUX(1:2).
           MOVE WRK-DATA-AUX TO WRK-DATA-ED.
           DISPLAY 'DOCUMENTO No ' DCE-NUMERO.
           DISPLAY ' '.

       0860-IMPRIMIR-RODAPE.
           DISPLAY ' '.
           DISPLAY 'EMITIDO EM ' WRK-DATA-ED ' POR ' DCE-USUARIO.
           DISPLAY 'CONFERENCIA: INFORME A SECRETARIA O DOCUMENTO No '
               DCE-NUMERO.
           DISPLAY 'E A MATRICULA ' DCE-MATRICULA
               ' - SO VALE O DOCUMENTO QUE CONSTA NO REGISTRO.'.

           COPY 'audpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.
