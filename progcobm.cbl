       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'usrsel.cpy'.
           COPY 'prmsel.cpy'.
           COPY 'autsel.cpy'.
           COPY 'seglogsel.cpy'.
           COPY 'runsel.cpy'.
           COPY 'alrsel.cpy'.
           SELECT ARQ-JOBSTREAM ASSIGN TO 'JOBSTREAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBSTREAM.

       FILE SECTION.
           COPY 'usrfd.cpy'.
           COPY 'prmfd.cpy'.
           COPY 'autfd.cpy'.
           COPY 'seglogfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'alrfd.cpy'.

      * Roteiro do jobstream noturno: os passos rodam na ordem do
      * arquivo, com a opcao do menu a executar e o nome do programa
      * redirecionado que acompanha o roteiro.
       FD  ARQ-JOBSTREAM.
       01  REG-JOBSTREAM.
           05 JOB-OPCAO        PIC 9(03).
           05 JOB-PROGRAMA     PIC X(10).
           05 JOB-DESCRICAO    PIC X(30).
      * Layout antigo, com a opcao em dois digitos: o 3o byte ja e o
      * nome do programa e identifica a linha.
       01  REG-JOBSTREAM-ANTIGO.
           05 JOB-ANT-OPCAO    PIC 9(02).
           05 JOB-ANT-PROGRAMA PIC X(10).
           05 JOB-ANT-DESCRICAO PIC X(30).
           05 FILLER           PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO     PIC 9(03)   VALUE ZEROS.
       77 WRK-SAIR      PIC X(01)   VALUE 'N'.
           88 SAIR-DO-MENU  VALUE 'S'.

           88 FIM-RUNLOG    VALUE 'S'.
       77 WRK-JOB-PASSO     PIC 9(02)   VALUE ZEROS.
       77 WRK-JOB-PROGRAMA  PIC X(10)   VALUE SPACES.
       77 WRK-JOB-OPCAO     PIC 9(03)   VALUE ZEROS.
       77 WRK-JOB-DESCRICAO PIC X(30)   VALUE SPACES.
       77 WRK-JOB-LINHA-OK  PIC X(01)   VALUE 'S'.
           88 PASSO-VALIDO  VALUE 'S'.
       77 WRK-JOB-STATUS    PIC X(01)   VALUE SPACES.
       77 WRK-JOB-LIDOS     PIC 9(06)   VALUE ZEROS.
       77 WRK-JOB-REJEIT    PIC 9(06)   VALUE ZEROS.

           COPY 'usrws.cpy'.
           COPY 'scfws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'autws.cpy'.
           COPY 'seglogws.cpy'.
           COPY 'runws.cpy'.
           COPY 'msgws.cpy'.
           COPY 'alrws.cpy'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
      * autorizadas pelo nivel minimo do arquivo AUTORIZA.DAT e as
      * recusas vao para o SEGLOG como as do PROGCOB06.
           PERFORM 0185-LER-CFG-SEGURANCA.
           PERFORM 0150-SIGNON-USUARIO.
           IF CONTA-BLOQUEADA OR NOT LOGIN-VALIDO
               DISPLAY 'ACESSO NEGADO'
               MOVE 'PROGCOBM'  TO WRK-SEG-PROGRAMA
               MOVE WRK-USUARIO TO WRK-SEG-USUARIO
      * O bloqueio por falhas ja foi para a caixa de alertas no
      * proprio sign-on (usrpp.cpy).
               IF BLOQUEOU-AGORA
                   MOVE 'CONTA BLOQUEADA POR FALHAS' TO WRK-SEG-MOTIVO
               ELSE
                   MOVE 'SIGN-ON DO MENU RECUSADO' TO WRK-SEG-MOTIVO
               END-IF
               PERFORM 9770-GRAVAR-SEGURANCA
               GOBACK
           END-IF.
      * Regra recusada do AUTORIZA.DAT vai ao SEGLOG em nome do menu
      * e do operador que abriu a sessao.
           MOVE 'PROGCOBM'  TO WRK-SEG-PROGRAMA.
           MOVE WRK-USUARIO TO WRK-SEG-USUARIO.
           PERFORM 0172-CARREGAR-AUTORIZACOES.
           DISPLAY 'MODO (M-MENU / J-JOBSTREAM): '.
           ACCEPT WRK-MODO-MENU.
           IF MODO-JOBSTREAM

       0550-EXECUTAR-PASSO.
           ADD 1 TO WRK-JOB-PASSO.
           PERFORM 0560-LER-PASSO.
           IF PASSO-VALIDO
               PERFORM 0570-RODAR-PASSO
           ELSE
      * Linha que nao se le como passo para o fluxo, como um passo
      * em erro - seguir pularia um passo de que os outros dependem.
               DISPLAY 'PASSO ' WRK-JOB-PASSO ' RECUSADO - LINHA '
                   'INVALIDA NO ROTEIRO: ' REG-JOBSTREAM
               MOVE 'ROTEIRO'      TO WRK-JOB-PROGRAMA
               MOVE 'LINHA INVALIDA NO JOBSTREAM.DAT'
                   TO WRK-JOB-DESCRICAO
               SET STREAM-PAROU TO TRUE
               PERFORM 0590-ALERTAR-PASSO
           END-IF.

       0560-LER-PASSO.
      * Linha do layout antigo (opcao em dois digitos) entra
      * convertida; opcao nao numerica ou zero, ou programa em
      * branco, recusa a linha.
           MOVE 'S' TO WRK-JOB-LINHA-OK.
           IF REG-JOBSTREAM(3:1) IS NUMERIC
               MOVE JOB-PROGRAMA  TO WRK-JOB-PROGRAMA
               MOVE JOB-DESCRICAO TO WRK-JOB-DESCRICAO
               IF JOB-OPCAO IS NUMERIC
                   MOVE JOB-OPCAO TO WRK-JOB-OPCAO
               ELSE
                   MOVE 'N' TO WRK-JOB-LINHA-OK
               END-IF
           ELSE
               MOVE JOB-ANT-PROGRAMA  TO WRK-JOB-PROGRAMA
               MOVE JOB-ANT-DESCRICAO TO WRK-JOB-DESCRICAO
               IF JOB-ANT-OPCAO IS NUMERIC
                   MOVE JOB-ANT-OPCAO TO WRK-JOB-OPCAO
               ELSE
                   MOVE 'N' TO WRK-JOB-LINHA-OK
               END-IF
           END-IF.
           IF PASSO-VALIDO
               IF WRK-JOB-OPCAO = ZEROS OR WRK-JOB-PROGRAMA = SPACES
                   MOVE 'N' TO WRK-JOB-LINHA-OK
               END-IF
           END-IF.

       0570-RODAR-PASSO.
           DISPLAY 'PASSO ' WRK-JOB-PASSO ': ' WRK-JOB-PROGRAMA ' - '
               WRK-JOB-DESCRICAO.
      * Conta as entradas do programa no RUNLOG antes e depois do
      * passo - sem entrada nova, o passo nao chegou a registrar
      * execucao e o fluxo para, em vez de seguir em cima de um
      * status antigo.
           PERFORM 0580-CONFERIR-RUNLOG.
           MOVE WRK-JOB-ENTRADAS TO WRK-JOB-ENT-ANTES.
           MOVE WRK-JOB-OPCAO TO WRK-OPCAO.
           PERFORM 0200-EXECUTAR-OPCAO.
           PERFORM 0580-CONFERIR-RUNLOG.
           IF WRK-JOB-ENTRADAS = WRK-JOB-ENT-ANTES
               ' REJEITADOS: ' WRK-JOB-REJEIT.
           IF WRK-JOB-STATUS = 'E'
               SET STREAM-PAROU TO TRUE
               PERFORM 0590-ALERTAR-PASSO
           END-IF.

       0590-ALERTAR-PASSO.
      * Passo em erro vai para a caixa de alertas do modulo OPERACAO
      * - o jobstream roda sem ninguem olhando a tela.
           MOVE 'OPERACAO'       TO WRK-ALR-MODULO.
           MOVE 1015             TO WRK-ALR-MSG-CODIGO.
           MOVE WRK-JOB-PROGRAMA TO WRK-ALR-CHAVE-NEGOCIO.
           MOVE 'PROGCOBM'       TO WRK-ALR-PROGRAMA.
           STRING 'PASSO ' DELIMITED BY SIZE
                  WRK-JOB-PASSO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-JOB-DESCRICAO DELIMITED BY SIZE
                  INTO WRK-ALR-DETALHE
           END-STRING.
           PERFORM 9690-GRAVAR-ALERTA.

       0580-CONFERIR-RUNLOG.
      * A ultima entrada do programa no RUNLOG e o resultado do
      * passo, e a quantidade de entradas diz se este passo gerou
           DISPLAY '91 - Carga em massa (delimitado)      (PROGCOB091)'.
           DISPLAY '92 - Diario de vendas indexado        (PROGCOB092)'.
           DISPLAY '93 - Registro unico de clientes       (PROGCOB093)'.
           DISPLAY '94 - Tabelas de INSS e IRRF           (PROGCOB094)'.
           DISPLAY '95 - Diferencas salariais retroativas (PROGCOB095)'.
           DISPLAY '96 - Reajuste coletivo - dissidio (PROGCOB096)'.
           DISPLAY '97 - Vale-transporte e vale-refeicao (PROGCOB097)'.
           DISPLAY '98 - Pensao alimenticia (PROGCOB098)'.
           DISPLAY '99 - Banco de horas dos horistas (PROGCOB099)'.
           DISPLAY '100 - Headcount e rotatividade (PROGCOB100)'.
           DISPLAY '101 - Comissao dos vendedores (PROGCOB101)'.
           DISPLAY '102 - Imobilizado e depreciacao (PROGCOB102)'.
           DISPLAY '103 - Conciliacao bancaria (PROGCOB103)'.
           DISPLAY '104 - Balanco patrimonial (PROGCOB104)'.
           DISPLAY '105 - Rateio de custos indiretos (PROGCOB105)'.
           DISPLAY '106 - Lancamentos recorrentes (PROGCOB106)'.
           DISPLAY '107 - Estorno de lote do razao (PROGCOB107)'.
           DISPLAY '108 - Documentos de origem do razao (PROGCOB108)'.
           DISPLAY '109 - Remessa a fornecedores (PROGCOB109)'.
           DISPLAY '110 - Scorecard das transportadoras (PROGCOB110)'.
           DISPLAY '111 - Auditoria de faturas de frete (PROGCOB111)'.
           DISPLAY '112 - Contratos de frete por cliente (PROGCOB112)'.
           DISPLAY '113 - Regua de cobranca do frete (PROGCOB113)'.
           DISPLAY '114 - Revisao do limite de credito (PROGCOB114)'.
           DISPLAY '115 - Diario de bordo dos veiculos (PROGCOB115)'.
           DISPLAY '116 - Arquivo morto de pedidos (PROGCOB116)'.
           DISPLAY '117 - Contagem ciclica das posicoes (PROGCOB117)'.
           DISPLAY '118 - Permanencia da carga armazenada (PROGCOB118)'.
           DISPLAY '119 - Consignacao de editoras (PROGCOB119)'.
           DISPLAY '120 - Encomendas de clientes (PROGCOB120)'.
           DISPLAY '121 - Curva ABC e titulos parados (PROGCOB121)'.
           DISPLAY '122 - Margem bruta da livraria (PROGCOB122)'.
           DISPLAY '123 - Crediario da livraria (PROGCOB123)'.
           DISPLAY '124 - Devolucao a editoras (PROGCOB124)'.
           DISPLAY '125 - Recalculo do estoque minimo (PROGCOB125)'.
           DISPLAY '126 - Professores e grade de aulas (PROGCOB126)'.
           DISPLAY '127 - Rematricula e lista de espera (PROGCOB127)'.
           DISPLAY '128 - Documentos escolares (PROGCOB128)'.
           DISPLAY '129 - Informe anual de mensalidades (PROGCOB129)'.
           DISPLAY '130 - Carta do termo aos responsaveis (PROGCOB130)'.
           DISPLAY '131 - Parametros com vigencia (PROGCOB131)'.
           DISPLAY '132 - Revisao de acessos (PROGCOB132)'.
           DISPLAY '133 - Massa de teste anonimizada (PROGCOB133)'.
           DISPLAY '134 - Resumo diario de alertas (PROGCOB134)'.
           DISPLAY '135 - Calendario anual de feriados (PROGCOB135)'.
           DISPLAY '136 - Flash gerencial do dia (PROGCOB136)'.
           DISPLAY ' 0 - Sair'.
           DISPLAY '================================================'.
           DISPLAY 'OPCAO: '.
               WHEN 93
                   CALL 'PROGCOB093'
                   CANCEL 'PROGCOB093'
               WHEN 94
                   CALL 'PROGCOB094'
                   CANCEL 'PROGCOB094'
               WHEN 95
                   CALL 'PROGCOB095'
                   CANCEL 'PROGCOB095'
               WHEN 96
                   CALL 'PROGCOB096'
                   CANCEL 'PROGCOB096'
               WHEN 97
                   CALL 'PROGCOB097'
                   CANCEL 'PROGCOB097'
               WHEN 98
                   CALL 'PROGCOB098'
                   CANCEL 'PROGCOB098'
               WHEN 99
                   CALL 'PROGCOB099'
                   CANCEL 'PROGCOB099'
               WHEN 100
                   CALL 'PROGCOB100'
                   CANCEL 'PROGCOB100'
               WHEN 101
                   CALL 'PROGCOB101'
                   CANCEL 'PROGCOB101'
               WHEN 102
                   CALL 'PROGCOB102'
                   CANCEL 'PROGCOB102'
               WHEN 103
                   CALL 'PROGCOB103'
                   CANCEL 'PROGCOB103'
               WHEN 104
                   CALL 'PROGCOB104'
                   CANCEL 'PROGCOB104'
               WHEN 105
                   CALL 'PROGCOB105'
                   CANCEL 'PROGCOB105'
               WHEN 106
                   CALL 'PROGCOB106'
                   CANCEL 'PROGCOB106'
               WHEN 107
                   CALL 'PROGCOB107'
                   CANCEL 'PROGCOB107'
               WHEN 108
                   CALL 'PROGCOB108'
                   CANCEL 'PROGCOB108'
               WHEN 109
                   CALL 'PROGCOB109'
                   CANCEL 'PROGCOB109'
               WHEN 110
                   CALL 'PROGCOB110'
                   CANCEL 'PROGCOB110'
               WHEN 111
                   CALL 'PROGCOB111'
                   CANCEL 'PROGCOB111'
               WHEN 112
                   CALL 'PROGCOB112'
                   CANCEL 'PROGCOB112'
               WHEN 113
                   CALL 'PROGCOB113'
                   CANCEL 'PROGCOB113'
               WHEN 114
                   CALL 'PROGCOB114'
                   CANCEL 'PROGCOB114'
               WHEN 115
                   CALL 'PROGCOB115'
                   CANCEL 'PROGCOB115'
               WHEN 116
                   CALL 'PROGCOB116'
                   CANCEL 'PROGCOB116'
               WHEN 117
                   CALL 'PROGCOB117'
                   CANCEL 'PROGCOB117'
               WHEN 118
                   CALL 'PROGCOB118'
                   CANCEL 'PROGCOB118'
               WHEN 119
                   CALL 'PROGCOB119'
                   CANCEL 'PROGCOB119'
               WHEN 120
                   CALL 'PROGCOB120'
                   CANCEL 'PROGCOB120'
               WHEN 121
                   CALL 'PROGCOB121'
                   CANCEL 'PROGCOB121'
               WHEN 122
                   CALL 'PROGCOB122'
                   CANCEL 'PROGCOB122'
               WHEN 123
                   CALL 'PROGCOB123'
                   CANCEL 'PROGCOB123'
               WHEN 124
                   CALL 'PROGCOB124'
                   CANCEL 'PROGCOB124'
               WHEN 125
                   CALL 'PROGCOB125'
                   CANCEL 'PROGCOB125'
               WHEN 126
                   CALL 'PROGCOB126'
                   CANCEL 'PROGCOB126'
               WHEN 127
                   CALL 'PROGCOB127'
                   CANCEL 'PROGCOB127'
               WHEN 128
                   CALL 'PROGCOB128'
                   CANCEL 'PROGCOB128'
               WHEN 129
                   CALL 'PROGCOB129'
                   CANCEL 'PROGCOB129'
               WHEN 130
                   CALL 'PROGCOB130'
                   CANCEL 'PROGCOB130'
               WHEN 131
                   CALL 'PROGCOB131'
                   CANCEL 'PROGCOB131'
               WHEN 132
                   CALL 'PROGCOB132'
                   CANCEL 'PROGCOB132'
               WHEN 133
                   CALL 'PROGCOB133'
                   CANCEL 'PROGCOB133'
               WHEN 134
                   CALL 'PROGCOB134'
                   CANCEL 'PROGCOB134'
               WHEN 135
                   CALL 'PROGCOB135'
                   CANCEL 'PROGCOB135'
               WHEN 136
                   CALL 'PROGCOB136'
                   CANCEL 'PROGCOB136'
               WHEN ZERO
                   SET SAIR-DO-MENU TO TRUE
               WHEN OTHER

           COPY 'usrpp.cpy'.
           COPY 'scfpp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'autpp.cpy'.
           COPY 'seglogpp.cpy'.
           COPY 'msgpp.cpy'.
           COPY 'alrpp.cpy'.

       END PROGRAM PROGCOBM.
