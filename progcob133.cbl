      ******************************************************************
      * Author:Michele Camillo
      * Date:20261015
      * Purpose: Extracao de massa de teste anonimizada dos masters
      *          EMPREGADOS, ALUNOS, RESPONSAVEL, CLIENTES, CLILOJA e
      *          CLIUNICO - copia registro a registro para um
      *          conjunto de teste (prefixo/diretorio informado)
      *          trocando nomes, dados bancarios, enderecos,
      *          telefones e CPF de forma consistente (a mesma
      *          pessoa recebe o mesmo nome ficticio em todos os
      *          arquivos) e variando os valores dentro de uma faixa;
      *          as chaves ficam intactas para os vinculos entre os
      *          arquivos continuarem valendo. Recusa gravar sobre os
      *          nomes dos arquivos de producao. Restrito a usuarios
      *          ADM pelo sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB133.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY 'audsel.cpy'.
            COPY 'usrsel.cpy'.
            COPY 'alrsel.cpy'.
            COPY 'prmsel.cpy'.
            COPY 'seglogsel.cpy'.
            COPY 'empsel.cpy'.
            COPY 'alusel.cpy'.
            COPY 'rspsel.cpy'.
            COPY 'clisel.cpy'.
            COPY 'cljsel.cpy'.
            COPY 'unisel.cpy'.
            COPY 'runsel.cpy'.
            SELECT ARQ-TST-EMPREGADOS ASSIGN TO WRK-ARQ-TST-EMP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TST-EMP-MATRICULA
                ALTERNATE RECORD KEY IS TST-EMP-NOME WITH DUPLICATES
                FILE STATUS IS WRK-FS-TESTE.
            SELECT ARQ-TST-ALUNOS ASSIGN TO WRK-ARQ-TST-ALU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TST-ALU-MATRICULA
                FILE STATUS IS WRK-FS-TESTE.
            SELECT ARQ-TST-RESPONSAVEIS ASSIGN TO WRK-ARQ-TST-RSP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TST-RSP-MATRICULA
                FILE STATUS IS WRK-FS-TESTE.
            SELECT ARQ-TST-CLIENTES ASSIGN TO WRK-ARQ-TST-CLI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TST-CLI-CODIGO
                FILE STATUS IS WRK-FS-TESTE.
            SELECT ARQ-TST-CLILOJA ASSIGN TO WRK-ARQ-TST-CLJ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TST-CLJ-CODIGO
                FILE STATUS IS WRK-FS-TESTE.
            SELECT ARQ-TST-CLIUNICO ASSIGN TO WRK-ARQ-TST-UNI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TST-UNI-CODIGO
                FILE STATUS IS WRK-FS-TESTE.
       DATA DIVISION.
       FILE SECTION.
           COPY 'audfd.cpy'.
           COPY 'usrfd.cpy'.
           COPY 'alrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'empfd.cpy'.
           COPY 'alufd.cpy'.
           COPY 'rspfd.cpy'.
           COPY 'clifd.cpy'.
           COPY 'cljfd.cpy'.
           COPY 'unifd.cpy'.
           COPY 'runfd.cpy'.

      * Copias do conjunto de teste - mesmo tamanho e mesmas chaves
      * dos masters, para os programas da suite lerem o conjunto
      * sem ajuste; o restante do registro vai como veio do master
      * ja anonimizado.
       FD  ARQ-TST-EMPREGADOS.
       01  REG-TST-EMPREGADO.
           05 TST-EMP-MATRICULA    PIC X(06).
           05 TST-EMP-NOME         PIC X(20).
           05 FILLER               PIC X(141).

       FD  ARQ-TST-ALUNOS.
       01  REG-TST-ALUNO.
           05 TST-ALU-MATRICULA    PIC X(06).
           05 FILLER               PIC X(61).

       FD  ARQ-TST-RESPONSAVEIS.
       01  REG-TST-RESPONSAVEL.
           05 TST-RSP-MATRICULA    PIC X(06).
           05 FILLER               PIC X(88).

       FD  ARQ-TST-CLIENTES.
       01  REG-TST-CLIENTE.
           05 TST-CLI-CODIGO       PIC X(06).
           05 FILLER               PIC X(47).

       FD  ARQ-TST-CLILOJA.
       01  REG-TST-CLILOJA.
           05 TST-CLJ-CODIGO       PIC X(06).
           05 FILLER               PIC X(40).

       FD  ARQ-TST-CLIUNICO.
       01  REG-TST-CLIUNICO.
           05 TST-UNI-CODIGO       PIC X(06).
           05 FILLER               PIC X(47).

       WORKING-STORAGE SECTION.
       77 WRK-FS-TESTE         PIC X(02)   VALUE '00'.
       77 WRK-FS-RESPONSAVEIS  PIC X(02)   VALUE '00'.
       77 WRK-PREFIXO          PIC X(20)   VALUE SPACES.
       77 WRK-ARQ-TST-EMP      PIC X(40)   VALUE SPACES.
       77 WRK-ARQ-TST-ALU      PIC X(40)   VALUE SPACES.
       77 WRK-ARQ-TST-RSP      PIC X(40)   VALUE SPACES.
       77 WRK-ARQ-TST-CLI      PIC X(40)   VALUE SPACES.
       77 WRK-ARQ-TST-CLJ      PIC X(40)   VALUE SPACES.
       77 WRK-ARQ-TST-UNI      PIC X(40)   VALUE SPACES.
       77 WRK-ARQ-CONFERIDO    PIC X(40)   VALUE SPACES.
       77 WRK-ARQ-AUXILIAR     PIC X(40)   VALUE SPACES.
       77 WRK-IDX-PROD         PIC 9(02)   VALUE ZEROS.
       77 WRK-NOME-PRODUCAO    PIC X(01)   VALUE 'N'.
           88 DESTINO-PRODUCAO VALUE 'S'.
       77 WRK-EOF-ORIGEM       PIC X(01)   VALUE 'N'.
           88 FIM-ORIGEM       VALUE 'S'.
       77 WRK-QTD-REGISTROS    PIC 9(08)   VALUE ZEROS.
       77 WRK-QTD-TOTAL        PIC 9(08)   VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08)   VALUE ZEROS.

      * Nomes dos masters de producao - base do nome de cada copia
      * e lista conferida antes de qualquer arquivo ser aberto.
       01 WRK-TAB-PRODUCAO-VALORES.
           05 FILLER PIC X(15) VALUE 'EMPREGADOS.DAT'.
           05 FILLER PIC X(15) VALUE 'ALUNOS.DAT'.
           05 FILLER PIC X(15) VALUE 'RESPONSAVEL.DAT'.
           05 FILLER PIC X(15) VALUE 'CLIENTES.DAT'.
           05 FILLER PIC X(15) VALUE 'CLILOJA.DAT'.
           05 FILLER PIC X(15) VALUE 'CLIUNICO.DAT'.
       01 WRK-TAB-PRODUCAO REDEFINES WRK-TAB-PRODUCAO-VALORES.
           05 WRK-ARQ-PRODUCAO PIC X(15) OCCURS 6 TIMES.

      * Semente da troca, tirada do relogio na abertura da extracao
      * e nao gravada em lugar nenhum: dentro do conjunto a troca e
      * consistente, mas nao se reverte a partir deste fonte.
       77 WRK-SEMENTE          PIC 9(08)   VALUE ZEROS.
       01 WRK-CHAVE-DIGITOS.
           05 WRK-CHAVE-DIG    PIC 9(01)   OCCURS 12 TIMES.
       01 WRK-CHAVE-NUMERO REDEFINES WRK-CHAVE-DIGITOS PIC 9(12).

      * Espalhamento de um texto: os 20 primeiros caracteres (o
      * tamanho do menor campo de nome da suite, EMP-NOME), em
      * maiusculas, viram um numero; o mesmo nome gravado em
      * campos de tamanhos diferentes da o mesmo resultado.
       77 WRK-HASH-TEXTO       PIC X(20)   VALUE SPACES.
       77 WRK-HASH             PIC 9(07)   VALUE ZEROS.
       77 WRK-HASH-QUOC        PIC 9(07)   VALUE ZEROS.
       77 WRK-HASH-POS         PIC 9(02)   VALUE ZEROS.
       77 WRK-HASH-COD         PIC 9(02)   VALUE ZEROS.
       77 WRK-ALFABETO         PIC X(37)   VALUE
           ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       77 WRK-MINUSCULAS       PIC X(26)   VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       77 WRK-MAIUSCULAS       PIC X(26)   VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Nome ficticio: prenome + inicial + sobrenome, no maximo 20
      * posicoes para caber no EMP-NOME.
       77 WRK-NOME-ORIGINAL    PIC X(30)   VALUE SPACES.
       77 WRK-NOME-FICTICIO    PIC X(30)   VALUE SPACES.
       77 WRK-ENDERECO-FICT    PIC X(30)   VALUE SPACES.
       77 WRK-TELEFONE-FICT    PIC X(12)   VALUE SPACES.
       77 WRK-IDX-PRENOME      PIC 9(02)   VALUE ZEROS.
       77 WRK-IDX-INICIAL      PIC 9(02)   VALUE ZEROS.
       77 WRK-IDX-SOBRENOME    PIC 9(02)   VALUE ZEROS.
       77 WRK-IDX-RUA          PIC 9(02)   VALUE ZEROS.
       77 WRK-NUMERO-RUA       PIC 9(04)   VALUE ZEROS.
       77 WRK-NUMERO-FONE      PIC 9(08)   VALUE ZEROS.
       01 WRK-TAB-PRENOMES-VALORES.
           05 FILLER PIC X(08) VALUE 'ANA'.
           05 FILLER PIC X(08) VALUE 'BRUNO'.
           05 FILLER PIC X(08) VALUE 'CARLA'.
           05 FILLER PIC X(08) VALUE 'DANIEL'.
           05 FILLER PIC X(08) VALUE 'ELISA'.
           05 FILLER PIC X(08) VALUE 'FABIO'.
           05 FILLER PIC X(08) VALUE 'GABRIELA'.
           05 FILLER PIC X(08) VALUE 'HUGO'.
           05 FILLER PIC X(08) VALUE 'ISABEL'.
           05 FILLER PIC X(08) VALUE 'JORGE'.
           05 FILLER PIC X(08) VALUE 'LARISSA'.
           05 FILLER PIC X(08) VALUE 'MARCOS'.
           05 FILLER PIC X(08) VALUE 'NATALIA'.
           05 FILLER PIC X(08) VALUE 'OTAVIO'.
           05 FILLER PIC X(08) VALUE 'PAULA'.
           05 FILLER PIC X(08) VALUE 'RAFAEL'.
           05 FILLER PIC X(08) VALUE 'SABRINA'.
           05 FILLER PIC X(08) VALUE 'TIAGO'.
           05 FILLER PIC X(08) VALUE 'VANESSA'.
           05 FILLER PIC X(08) VALUE 'WAGNER'.
       01 WRK-TAB-PRENOMES REDEFINES WRK-TAB-PRENOMES-VALORES.
           05 WRK-PRENOME      PIC X(08) OCCURS 20 TIMES.
       01 WRK-TAB-SOBRENOMES-VALORES.
           05 FILLER PIC X(09) VALUE 'ALMEIDA'.
           05 FILLER PIC X(09) VALUE 'BARBOSA'.
           05 FILLER PIC X(09) VALUE 'CARDOSO'.
           05 FILLER PIC X(09) VALUE 'DUARTE'.
           05 FILLER PIC X(09) VALUE 'FERREIRA'.
           05 FILLER PIC X(09) VALUE 'GOMES'.
           05 FILLER PIC X(09) VALUE 'LACERDA'.
           05 FILLER PIC X(09) VALUE 'MACHADO'.
           05 FILLER PIC X(09) VALUE 'NOGUEIRA'.
           05 FILLER PIC X(09) VALUE 'OLIVEIRA'.
           05 FILLER PIC X(09) VALUE 'PEREIRA'.
           05 FILLER PIC X(09) VALUE 'QUEIROZ'.
           05 FILLER PIC X(09) VALUE 'RIBEIRO'.
           05 FILLER PIC X(09) VALUE 'SANTANA'.
           05 FILLER PIC X(09) VALUE 'TEIXEIRA'.
           05 FILLER PIC X(09) VALUE 'VIEIRA'.
           05 FILLER PIC X(09) VALUE 'XAVIER'.
           05 FILLER PIC X(09) VALUE 'MOREIRA'.
           05 FILLER PIC X(09) VALUE 'CAMPOS'.
           05 FILLER PIC X(09) VALUE 'ROCHA'.
       01 WRK-TAB-SOBRENOMES REDEFINES WRK-TAB-SOBRENOMES-VALORES.
           05 WRK-SOBRENOME    PIC X(09) OCCURS 20 TIMES.

      * Embaralhamento de digitos (conta, agencia, CPF): cada digito
      * soma o digito da chave da mesma posicao, modulo 10 - contas
      * distintas continuam distintas e o mesmo CPF vira sempre o
      * mesmo CPF ficticio, o que preserva a juncao dos irmaos.
       77 WRK-DIGITOS          PIC X(12)   VALUE SPACES.
       77 WRK-DIGITOS-QTD      PIC 9(02)   VALUE ZEROS.
       77 WRK-DIG-POS          PIC 9(02)   VALUE ZEROS.
       77 WRK-DIG-VALOR        PIC 9(01)   VALUE ZEROS.
       77 WRK-AGENCIA-AUX      PIC 9(04)   VALUE ZEROS.
       77 WRK-CONTA-AUX        PIC 9(08)   VALUE ZEROS.

      * Variacao dos valores: um percentual por registro, tirado da
      * chave, entre -WRK-FAIXA-VARIACAO e +WRK-FAIXA-VARIACAO e
      * aplicado a todos os valores do registro, para liquido,
      * descontos e acumulados continuarem proporcionais entre si.
       77 WRK-FAIXA-VARIACAO   PIC 9(02)   VALUE 10.
       77 WRK-VARIACAO-PCT     PIC S9(02)  VALUE ZEROS.
       77 WRK-FATOR            PIC 9(01)V9(04) VALUE ZEROS.

           COPY 'audws.cpy'.
           COPY 'usrws.cpy'.
           COPY 'alrws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'empws.cpy'.
           COPY 'aluws.cpy'.
           COPY 'cliws.cpy'.
           COPY 'cljws.cpy'.
           COPY 'uniws.cpy'.
           COPY 'runws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROGCOB133' TO WRK-RUN-PROGRAMA.
           PERFORM 9770-INICIAR-RUNLOG.
      * Extracao restrita a ADM - a massa sai de todos os masters
      * com dados pessoais.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO OR NOT ADM
               DISPLAY 'EXTRACAO RESTRITA A USUARIOS ADM'
               MOVE 'PROGCOB133'  TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO TO WRK-SEG-USUARIO
               MOVE 'EXTRACAO NEGADA - SEM NIVEL ADM'
                   TO WRK-SEG-MOTIVO
               PERFORM 9770-GRAVAR-SEGURANCA
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               PERFORM 0100-EXECUTAR-EXTRACAO
           END-IF.
           PERFORM 9775-GRAVAR-RUNLOG.
           GOBACK.

       0100-EXECUTAR-EXTRACAO.
           DISPLAY 'PREFIXO/DIRETORIO DO CONJUNTO DE TESTE:'.
           ACCEPT WRK-PREFIXO.
           PERFORM 0110-MONTAR-NOMES-TESTE.
           EVALUATE TRUE
               WHEN WRK-PREFIXO = SPACES
                   DISPLAY 'PREFIXO DO CONJUNTO E OBRIGATORIO'
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
               WHEN DESTINO-PRODUCAO
                   DISPLAY 'DESTINO ' WRK-ARQ-CONFERIDO
                   DISPLAY 'E ARQUIVO DE PRODUCAO - EXTRACAO RECUSADA'
                   MOVE 'PROGCOB133'  TO WRK-SEG-PROGRAMA
                   MOVE WRK-USUARIO TO WRK-SEG-USUARIO
                   MOVE 'EXTRACAO RECUSADA - PRODUCAO'
                       TO WRK-SEG-MOTIVO
                   PERFORM 9770-GRAVAR-SEGURANCA
                   ADD 1 TO WRK-RUN-QTD-REJEITADOS
                   SET RUN-STATUS-ERRO TO TRUE
               WHEN OTHER
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   ACCEPT WRK-SEMENTE FROM TIME
                   COMPUTE WRK-CHAVE-NUMERO = FUNCTION MOD
                       (WRK-SEMENTE * 7919 + 104729, 1000000000000)
                   MOVE ZEROS TO WRK-QTD-TOTAL
                   PERFORM 0200-EXTRAIR-EMPREGADOS
                   PERFORM 0300-EXTRAIR-ALUNOS
                   PERFORM 0400-EXTRAIR-RESPONSAVEIS
                   PERFORM 0500-EXTRAIR-CLIENTES
                   PERFORM 0600-EXTRAIR-CLILOJA
                   PERFORM 0700-EXTRAIR-CLIUNICO
                   DISPLAY 'CONJUNTO DE TESTE ' WRK-PREFIXO
                   DISPLAY 'GRAVADO EM ' WRK-DATA-HOJE ' - '
                       WRK-QTD-TOTAL ' REGISTROS'
                   ACCEPT WRK-AUD-USUARIO FROM ENVIRONMENT 'USER'
                   MOVE 'PROGCOB133'      TO WRK-AUD-PROGRAMA
                   MOVE 'EXTRACAO TESTE'  TO WRK-AUD-CAMPO-CHAVE
                   MOVE WRK-PREFIXO       TO WRK-AUD-VALOR-ENTRADA
                   MOVE WRK-QTD-TOTAL     TO WRK-AUD-VALOR-SAIDA
                   PERFORM 9800-GRAVAR-AUDITORIA
           END-EVALUATE.

       0110-MONTAR-NOMES-TESTE.
      * Nome de cada copia = prefixo + nome do master; nenhum nome
      * montado pode cair sobre um master de producao (um prefixo
      * './' apontaria para o proprio diretorio de producao).
           MOVE 'N' TO WRK-NOME-PRODUCAO.
           STRING WRK-PREFIXO DELIMITED BY SPACE
               WRK-ARQ-PRODUCAO(1) DELIMITED BY SPACE
               INTO WRK-ARQ-TST-EMP
           END-STRING.
           STRING WRK-PREFIXO DELIMITED BY SPACE
               WRK-ARQ-PRODUCAO(2) DELIMITED BY SPACE
               INTO WRK-ARQ-TST-ALU
           END-STRING.
           STRING WRK-PREFIXO DELIMITED BY SPACE
               WRK-ARQ-PRODUCAO(3) DELIMITED BY SPACE
               INTO WRK-ARQ-TST-RSP
           END-STRING.
           STRING WRK-PREFIXO DELIMITED BY SPACE
               WRK-ARQ-PRODUCAO(4) DELIMITED BY SPACE
               INTO WRK-ARQ-TST-CLI
           END-STRING.
           STRING WRK-PREFIXO DELIMITED BY SPACE
               WRK-ARQ-PRODUCAO(5) DELIMITED BY SPACE
               INTO WRK-ARQ-TST-CLJ
           END-STRING.
           STRING WRK-PREFIXO DELIMITED BY SPACE
               WRK-ARQ-PRODUCAO(6) DELIMITED BY SPACE
               INTO WRK-ARQ-TST-UNI
           END-STRING.
           MOVE WRK-ARQ-TST-EMP TO WRK-ARQ-CONFERIDO.
           PERFORM 0120-CONFERIR-DESTINO.
           MOVE WRK-ARQ-TST-ALU TO WRK-ARQ-CONFERIDO.
           PERFORM 0120-CONFERIR-DESTINO.
           MOVE WRK-ARQ-TST-RSP TO WRK-ARQ-CONFERIDO.
           PERFORM 0120-CONFERIR-DESTINO.
           MOVE WRK-ARQ-TST-CLI TO WRK-ARQ-CONFERIDO.
           PERFORM 0120-CONFERIR-DESTINO.
           MOVE WRK-ARQ-TST-CLJ TO WRK-ARQ-CONFERIDO.
           PERFORM 0120-CONFERIR-DESTINO.
           MOVE WRK-ARQ-TST-UNI TO WRK-ARQ-CONFERIDO.
           PERFORM 0120-CONFERIR-DESTINO.

       0120-CONFERIR-DESTINO.
      * Para no primeiro destino de producao achado, deixando o nome
      * em WRK-ARQ-CONFERIDO para a mensagem de recusa.
           IF NOT DESTINO-PRODUCAO
               PERFORM UNTIL WRK-ARQ-CONFERIDO(1:2) NOT = './'
                   MOVE WRK-ARQ-CONFERIDO(3:) TO WRK-ARQ-AUXILIAR
                   MOVE WRK-ARQ-AUXILIAR TO WRK-ARQ-CONFERIDO
               END-PERFORM
               INSPECT WRK-ARQ-CONFERIDO
                   CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS
               PERFORM VARYING WRK-IDX-PROD FROM 1 BY 1
                   UNTIL WRK-IDX-PROD > 6
                   IF WRK-ARQ-CONFERIDO = WRK-ARQ-PRODUCAO(WRK-IDX-PROD)
                       SET DESTINO-PRODUCAO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       0190-FECHAR-COPIA.
           DISPLAY 'ARQUIVO ' WRK-ARQ-CONFERIDO ': '
               WRK-QTD-REGISTROS ' REGISTROS'.
           ADD WRK-QTD-REGISTROS TO WRK-QTD-TOTAL.
           ADD WRK-QTD-REGISTROS TO WRK-RUN-QTD-LIDOS.

       0200-EXTRAIR-EMPREGADOS.
           MOVE WRK-ARQ-TST-EMP TO WRK-ARQ-CONFERIDO.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE 'N'   TO WRK-EOF-ORIGEM.
           OPEN OUTPUT ARQ-TST-EMPREGADOS.
           IF WRK-FS-TESTE NOT = '00'
               DISPLAY 'ERRO ' WRK-FS-TESTE ' NA CRIACAO DE '
                   WRK-ARQ-TST-EMP
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               OPEN INPUT ARQ-EMPREGADOS
               IF WRK-FS-EMPREGADOS = '00'
                   PERFORM UNTIL FIM-ORIGEM
                       READ ARQ-EMPREGADOS NEXT RECORD
                           AT END
                               SET FIM-ORIGEM TO TRUE
                           NOT AT END
                               PERFORM 0250-ANONIMIZAR-EMPREGADO
                               MOVE REG-EMPREGADO TO REG-TST-EMPREGADO
                               WRITE REG-TST-EMPREGADO
                               ADD 1 TO WRK-QTD-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-EMPREGADOS
               END-IF
               CLOSE ARQ-TST-EMPREGADOS
               PERFORM 0190-FECHAR-COPIA
           END-IF.

       0250-ANONIMIZAR-EMPREGADO.
           MOVE EMP-NOME TO WRK-NOME-ORIGINAL.
           PERFORM 0800-GERAR-NOME-FICTICIO.
           MOVE WRK-NOME-FICTICIO TO EMP-NOME.
           MOVE EMP-AGENCIA TO WRK-DIGITOS.
           MOVE 4 TO WRK-DIGITOS-QTD.
           PERFORM 0850-EMBARALHAR-DIGITOS.
           MOVE WRK-DIGITOS(1:4) TO WRK-AGENCIA-AUX.
           MOVE WRK-AGENCIA-AUX TO EMP-AGENCIA.
           MOVE EMP-CONTA TO WRK-DIGITOS.
           MOVE 8 TO WRK-DIGITOS-QTD.
           PERFORM 0850-EMBARALHAR-DIGITOS.
           MOVE WRK-DIGITOS(1:8) TO WRK-CONTA-AUX.
           MOVE WRK-CONTA-AUX TO EMP-CONTA.
           MOVE EMP-MATRICULA TO WRK-HASH-TEXTO.
           PERFORM 0870-CALCULAR-FATOR.
           COMPUTE EMP-SALARIO ROUNDED = EMP-SALARIO * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-INSS ROUNDED = EMP-INSS * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-IRRF ROUNDED = EMP-IRRF * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-SALARIO-LIQ ROUNDED =
               EMP-SALARIO-LIQ * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-YTD-BRUTO ROUNDED = EMP-YTD-BRUTO * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-YTD-LIQUIDO ROUNDED =
               EMP-YTD-LIQUIDO * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-VALOR-HORA ROUNDED = EMP-VALOR-HORA * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-FGTS ROUNDED = EMP-FGTS * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE EMP-YTD-FGTS ROUNDED = EMP-YTD-FGTS * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.

       0300-EXTRAIR-ALUNOS.
           MOVE WRK-ARQ-TST-ALU TO WRK-ARQ-CONFERIDO.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE 'N'   TO WRK-EOF-ORIGEM.
           OPEN OUTPUT ARQ-TST-ALUNOS.
           IF WRK-FS-TESTE NOT = '00'
               DISPLAY 'ERRO ' WRK-FS-TESTE ' NA CRIACAO DE '
                   WRK-ARQ-TST-ALU
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               OPEN INPUT ARQ-ALUNOS
               IF WRK-FS-ALUNOS = '00'
                   PERFORM UNTIL FIM-ORIGEM
                       READ ARQ-ALUNOS NEXT RECORD
                           AT END
                               SET FIM-ORIGEM TO TRUE
                           NOT AT END
                               MOVE ALU-NOME TO WRK-NOME-ORIGINAL
                               PERFORM 0800-GERAR-NOME-FICTICIO
                               MOVE WRK-NOME-FICTICIO TO ALU-NOME
                               MOVE REG-ALUNO TO REG-TST-ALUNO
                               WRITE REG-TST-ALUNO
                               ADD 1 TO WRK-QTD-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ALUNOS
               END-IF
               CLOSE ARQ-TST-ALUNOS
               PERFORM 0190-FECHAR-COPIA
           END-IF.

       0400-EXTRAIR-RESPONSAVEIS.
           MOVE WRK-ARQ-TST-RSP TO WRK-ARQ-CONFERIDO.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE 'N'   TO WRK-EOF-ORIGEM.
           OPEN OUTPUT ARQ-TST-RESPONSAVEIS.
           IF WRK-FS-TESTE NOT = '00'
               DISPLAY 'ERRO ' WRK-FS-TESTE ' NA CRIACAO DE '
                   WRK-ARQ-TST-RSP
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               OPEN INPUT ARQ-RESPONSAVEIS
               IF WRK-FS-RESPONSAVEIS = '00'
                   PERFORM UNTIL FIM-ORIGEM
                       READ ARQ-RESPONSAVEIS NEXT RECORD
                           AT END
                               SET FIM-ORIGEM TO TRUE
                           NOT AT END
                               PERFORM 0450-ANONIMIZAR-RESPONSAVEL
                               MOVE REG-RESPONSAVEL
                                   TO REG-TST-RESPONSAVEL
                               WRITE REG-TST-RESPONSAVEL
                               ADD 1 TO WRK-QTD-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-RESPONSAVEIS
               END-IF
               CLOSE ARQ-TST-RESPONSAVEIS
               PERFORM 0190-FECHAR-COPIA
           END-IF.

       0450-ANONIMIZAR-RESPONSAVEL.
      * Endereco e telefone saem do mesmo espalhamento do nome - o
      * responsavel de varios irmaos fica com um so endereco.
           MOVE RSP-NOME TO WRK-NOME-ORIGINAL.
           PERFORM 0800-GERAR-NOME-FICTICIO.
           MOVE WRK-NOME-FICTICIO TO RSP-NOME.
           IF RSP-ENDERECO NOT = SPACES
               MOVE WRK-ENDERECO-FICT TO RSP-ENDERECO
           END-IF.
           IF RSP-TELEFONE NOT = SPACES
               MOVE WRK-TELEFONE-FICT TO RSP-TELEFONE
           END-IF.
           MOVE RSP-CPF TO WRK-DIGITOS.
           MOVE 11 TO WRK-DIGITOS-QTD.
           PERFORM 0850-EMBARALHAR-DIGITOS.
           MOVE WRK-DIGITOS(1:11) TO RSP-CPF.

       0500-EXTRAIR-CLIENTES.
           MOVE WRK-ARQ-TST-CLI TO WRK-ARQ-CONFERIDO.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE 'N'   TO WRK-EOF-ORIGEM.
           OPEN OUTPUT ARQ-TST-CLIENTES.
           IF WRK-FS-TESTE NOT = '00'
               DISPLAY 'ERRO ' WRK-FS-TESTE ' NA CRIACAO DE '
                   WRK-ARQ-TST-CLI
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               OPEN INPUT ARQ-CLIENTES
               IF WRK-FS-CLIENTES = '00'
                   PERFORM UNTIL FIM-ORIGEM
                       READ ARQ-CLIENTES NEXT RECORD
                           AT END
                               SET FIM-ORIGEM TO TRUE
                           NOT AT END
                               MOVE CLI-NOME TO WRK-NOME-ORIGINAL
                               PERFORM 0800-GERAR-NOME-FICTICIO
                               MOVE WRK-NOME-FICTICIO TO CLI-NOME
                               MOVE CLI-CODIGO TO WRK-HASH-TEXTO
                               PERFORM 0870-CALCULAR-FATOR
                               COMPUTE CLI-LIMITE-CREDITO ROUNDED =
                                   CLI-LIMITE-CREDITO * WRK-FATOR
                                   ON SIZE ERROR CONTINUE
                               END-COMPUTE
                               MOVE REG-CLIENTE TO REG-TST-CLIENTE
                               WRITE REG-TST-CLIENTE
                               ADD 1 TO WRK-QTD-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CLIENTES
               END-IF
               CLOSE ARQ-TST-CLIENTES
               PERFORM 0190-FECHAR-COPIA
           END-IF.

       0600-EXTRAIR-CLILOJA.
           MOVE WRK-ARQ-TST-CLJ TO WRK-ARQ-CONFERIDO.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE 'N'   TO WRK-EOF-ORIGEM.
           OPEN OUTPUT ARQ-TST-CLILOJA.
           IF WRK-FS-TESTE NOT = '00'
               DISPLAY 'ERRO ' WRK-FS-TESTE ' NA CRIACAO DE '
                   WRK-ARQ-TST-CLJ
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               OPEN INPUT ARQ-CLIENTES-LOJA
               IF WRK-FS-CLILOJA = '00'
                   PERFORM UNTIL FIM-ORIGEM
                       READ ARQ-CLIENTES-LOJA NEXT RECORD
                           AT END
                               SET FIM-ORIGEM TO TRUE
                           NOT AT END
                               MOVE CLJ-NOME TO WRK-NOME-ORIGINAL
                               PERFORM 0800-GERAR-NOME-FICTICIO
                               MOVE WRK-NOME-FICTICIO TO CLJ-NOME
                               MOVE CLJ-CODIGO TO WRK-HASH-TEXTO
                               PERFORM 0870-CALCULAR-FATOR
                               COMPUTE CLJ-LIMITE-CREDIARIO ROUNDED =
                                   CLJ-LIMITE-CREDIARIO * WRK-FATOR
                                   ON SIZE ERROR CONTINUE
                               END-COMPUTE
                               MOVE REG-CLIENTE-LOJA TO REG-TST-CLILOJA
                               WRITE REG-TST-CLILOJA
                               ADD 1 TO WRK-QTD-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CLIENTES-LOJA
               END-IF
               CLOSE ARQ-TST-CLILOJA
               PERFORM 0190-FECHAR-COPIA
           END-IF.

       0700-EXTRAIR-CLIUNICO.
           MOVE WRK-ARQ-TST-UNI TO WRK-ARQ-CONFERIDO.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE 'N'   TO WRK-EOF-ORIGEM.
           OPEN OUTPUT ARQ-TST-CLIUNICO.
           IF WRK-FS-TESTE NOT = '00'
               DISPLAY 'ERRO ' WRK-FS-TESTE ' NA CRIACAO DE '
                   WRK-ARQ-TST-UNI
               SET RUN-STATUS-ERRO TO TRUE
           ELSE
               OPEN INPUT ARQ-CLI-UNIFICADO
               IF WRK-FS-CLI-UNIFICADO = '00'
                   PERFORM UNTIL FIM-ORIGEM
                       READ ARQ-CLI-UNIFICADO NEXT RECORD
                           AT END
                               SET FIM-ORIGEM TO TRUE
                           NOT AT END
                               MOVE UNI-NOME TO WRK-NOME-ORIGINAL
                               PERFORM 0800-GERAR-NOME-FICTICIO
                               MOVE WRK-NOME-FICTICIO TO UNI-NOME
                               MOVE UNI-CODIGO TO WRK-HASH-TEXTO
                               PERFORM 0870-CALCULAR-FATOR
                               COMPUTE UNI-LIMITE-CREDITO ROUNDED =
                                   UNI-LIMITE-CREDITO * WRK-FATOR
                                   ON SIZE ERROR CONTINUE
                               END-COMPUTE
                               MOVE REG-CLI-UNIFICADO
                                   TO REG-TST-CLIUNICO
                               WRITE REG-TST-CLIUNICO
                               ADD 1 TO WRK-QTD-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CLI-UNIFICADO
               END-IF
               CLOSE ARQ-TST-CLIUNICO
               PERFORM 0190-FECHAR-COPIA
           END-IF.

       0800-GERAR-NOME-FICTICIO.
      * Nome em branco continua em branco; os demais viram prenome,
      * inicial e sobrenome escolhidos pelo espalhamento do nome
      * original - junto saem o endereco e o telefone ficticios.
           MOVE SPACES TO WRK-NOME-FICTICIO WRK-ENDERECO-FICT
                          WRK-TELEFONE-FICT.
           IF WRK-NOME-ORIGINAL NOT = SPACES
               MOVE WRK-NOME-ORIGINAL TO WRK-HASH-TEXTO
               PERFORM 0820-CALCULAR-HASH
               COMPUTE WRK-IDX-PRENOME = FUNCTION MOD(WRK-HASH, 20) + 1
               COMPUTE WRK-HASH-QUOC = WRK-HASH / 20
               COMPUTE WRK-IDX-INICIAL =
                   FUNCTION MOD(WRK-HASH-QUOC, 26) + 1
               COMPUTE WRK-HASH-QUOC = WRK-HASH-QUOC / 26
               COMPUTE WRK-IDX-SOBRENOME =
                   FUNCTION MOD(WRK-HASH-QUOC, 20) + 1
               STRING WRK-PRENOME(WRK-IDX-PRENOME) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WRK-MAIUSCULAS(WRK-IDX-INICIAL:1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SOBRENOME(WRK-IDX-SOBRENOME) DELIMITED BY SPACE
                   INTO WRK-NOME-FICTICIO
               END-STRING
               COMPUTE WRK-IDX-RUA = FUNCTION MOD(WRK-HASH, 19) + 1
               COMPUTE WRK-NUMERO-RUA = FUNCTION MOD(WRK-HASH, 997) + 1
               STRING 'RUA ' DELIMITED BY SIZE
                   WRK-SOBRENOME(WRK-IDX-RUA) DELIMITED BY SPACE
                   ', ' DELIMITED BY SIZE
                   WRK-NUMERO-RUA DELIMITED BY SIZE
                   INTO WRK-ENDERECO-FICT
               END-STRING
               COMPUTE WRK-NUMERO-FONE =
                   FUNCTION MOD(WRK-HASH * 7919, 100000000)
               STRING '0119' DELIMITED BY SIZE
                   WRK-NUMERO-FONE DELIMITED BY SIZE
                   INTO WRK-TELEFONE-FICT
               END-STRING
           END-IF.

       0820-CALCULAR-HASH.
           INSPECT WRK-HASH-TEXTO
               CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS.
           COMPUTE WRK-HASH = FUNCTION MOD(WRK-SEMENTE, 999983).
           PERFORM VARYING WRK-HASH-POS FROM 1 BY 1
               UNTIL WRK-HASH-POS > 20
      * Posicao do caractere no alfabeto: branco vale zero e um
      * caractere fora do alfabeto vale 37.
               MOVE ZEROS TO WRK-HASH-COD
               INSPECT WRK-ALFABETO TALLYING WRK-HASH-COD
                   FOR CHARACTERS
                   BEFORE INITIAL WRK-HASH-TEXTO(WRK-HASH-POS:1)
               COMPUTE WRK-HASH = FUNCTION MOD
                   (WRK-HASH * 37 + WRK-HASH-COD, 999983)
           END-PERFORM.

       0850-EMBARALHAR-DIGITOS.
      * So os digitos numericos sao trocados - posicao em branco
      * (CPF nao informado) continua em branco.
           PERFORM VARYING WRK-DIG-POS FROM 1 BY 1
               UNTIL WRK-DIG-POS > WRK-DIGITOS-QTD
               IF WRK-DIGITOS(WRK-DIG-POS:1) IS NUMERIC
                   MOVE WRK-DIGITOS(WRK-DIG-POS:1) TO WRK-DIG-VALOR
                   COMPUTE WRK-DIG-VALOR = FUNCTION MOD
                       (WRK-DIG-VALOR + WRK-CHAVE-DIG(WRK-DIG-POS), 10)
                   MOVE WRK-DIG-VALOR TO WRK-DIGITOS(WRK-DIG-POS:1)
               END-IF
           END-PERFORM.

       0870-CALCULAR-FATOR.
      * Chave do registro ja em WRK-HASH-TEXTO.
           PERFORM 0820-CALCULAR-HASH.
           COMPUTE WRK-VARIACAO-PCT = FUNCTION MOD
               (WRK-HASH, WRK-FAIXA-VARIACAO * 2 + 1)
               - WRK-FAIXA-VARIACAO.
           COMPUTE WRK-FATOR = (100 + WRK-VARIACAO-PCT) / 100.

           COPY 'audpp.cpy'.
           COPY 'usrpp.cpy'.
           COPY 'alrpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'runpp.cpy'.
