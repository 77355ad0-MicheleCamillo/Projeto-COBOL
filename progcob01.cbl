           COPY 'persel.cpy'.
           COPY 'ctlsel.cpy'.
           COPY 'runsel.cpy'.
           COPY 'timsel.cpy'.
           COPY 'rtasel.cpy'.
           COPY 'bapsel.cpy'.
           COPY 'palsel.cpy'.
           COPY 'ppgsel.cpy'.
           COPY 'bhosel.cpy'.
           COPY 'cfusel.cpy'.
           COPY 'prmsel.cpy'.
           SELECT ARQ-FUNC-TRANS ASSIGN TO 'FUNCTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY 'pntsel.cpy'.
           SELECT ARQ-FOLHA-CKPT ASSIGN TO 'FOLCHKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLCKPT.
           COPY 'perfd.cpy'.
           COPY 'ctlfd.cpy'.
           COPY 'runfd.cpy'.
           COPY 'timfd.cpy'.
           COPY 'rtafd.cpy'.
           COPY 'bapfd.cpy'.
           COPY 'palfd.cpy'.
           COPY 'ppgfd.cpy'.
           COPY 'bhofd.cpy'.
           COPY 'cfufd.cpy'.
           COPY 'prmfd.cpy'.

       FD  ARQ-FUNC-TRANS.
       01  REG-FUNC-TRANS.
      * na admissao do master).
           05 TRA-ADMISSAO     PIC 9(08).

           COPY 'pntfd.cpy'.

      * Checkpoint do lote de folha - posicao em FUNCTRAN.DAT e
      * totais correntes, no mesmo espirito do CHECKPT.DAT do
      * registro completo com o delta por empregado contra o que o
      * master carrega hoje, e NENHUMA gravacao - sem master, sem
      * razao, sem FOLHATOT.DAT e sem checkpoint.
        77 WRK-PRV-QTD-FUNC    PIC 9(06)       VALUE ZEROS.
        77 WRK-PRV-TOT-BRUTO   PIC 9(10)V99    VALUE ZEROS.
        77 WRK-PRV-TOT-LIQ     PIC 9(10)V99    VALUE ZEROS.
        77 WRK-PRV-SAL-ANT     PIC 9(06)V99    VALUE ZEROS.
      * bruto que FOLHATOT.DAT acumula e a conciliacao do
      * PROGCOB061 bater; os ajustes postam em contas proprias.
        77 WRK-LIQ-BASE        PIC 9(08)V99    VALUE ZEROS.
      * Desconto das compras do empregado nas lojas (cfupp.cpy).
        77 WRK-CFU-DESCONTO-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.

      * Podemos ter também, variáveis estruturadas
      * Nao precisam ter o tipo definido e podem ir ate o nivel 49
      * CCUSTO.DAT para a alocacao de custo no razao fazer sentido.
        77 WRK-CENTRO-CUSTO PIC X(04)      VALUE '0000'.
        77 WRK-HOR-BRUTO    PIC 9(08)V99   VALUE ZEROS.
      * Horas extras do ponto que de fato sao pagas no mes - as
      * creditadas no banco de horas (PROGCOB099) ficam para folga.
        77 WRK-HOR-EXTRA-PAGA PIC 9(03)V99 VALUE ZEROS.
        77 WRK-FS-PONTO     PIC X(02)      VALUE '00'.
        77 WRK-EOF-PONTO    PIC X(01)      VALUE 'N'.
           88 FIM-PONTO     VALUE 'S'.
            88 SALARIO-VALIDO    VALUE 'S'.
            88 SALARIO-INVALIDO  VALUE 'N'.

      * Salario minimo das pensoes na base M (SALMIN) - vigencia na
      * data da folha; a falta dela vai uma vez so as excecoes.
        01  REG-CFG-SAL-MINIMO.
            05 CFG-SAL-MINIMO  PIC 9(06)V99.
        77 WRK-SALMIN-AVISO   PIC X(01)     VALUE 'N'.
            88 SALMIN-AVISADO    VALUE 'S'.

           COPY 'audws.cpy'.
           COPY 'excws.cpy'.
           COPY 'empws.cpy'.
           COPY 'runws.cpy'.
           COPY 'insws.cpy'.
           COPY 'irrws.cpy'.
           COPY 'timws.cpy'.
           COPY 'rtaws.cpy'.
           COPY 'bapws.cpy'.
           COPY 'palws.cpy'.
           COPY 'bhows.cpy'.
           COPY 'cfuws.cpy'.
           COPY 'prmws.cpy'.
           COPY 'datechk.cpy'.

       PROCEDURE DIVISION.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           MOVE WRK-DATA(1:6) TO WRK-PER-CONSULTA.
           PERFORM 9790-VERIFICAR-PERIODO.
      * A competencia da folha tambem escolhe a tabela de INSS/IRRF
      * em vigor (TABIMP.DAT).
           MOVE WRK-DATA(1:6) TO WRK-TIM-COMPETENCIA.

       0100-INICIALIZAR.
            DISPLAY 'MATRICULA:'.
                PERFORM 0240-CALCULAR-INSS
                PERFORM 0245-CALCULAR-FGTS
                PERFORM 0250-CALCULAR-IRRF
                PERFORM 0251-DESCONTAR-PENSAO
                PERFORM 0252-PAGAR-RETROATIVO
                PERFORM 0255-APLICAR-RUBRICAS
                PERFORM 0256-SALARIO-FAMILIA
                PERFORM 0258-DESCONTAR-VALE-TRANSPORTE
                PERFORM 0257-DESCONTAR-EMPRESTIMO
                PERFORM 0259-DESCONTAR-COMPRAS-LOJA
                MOVE WRK-INSS        TO WRK-INSS-ED
                MOVE WRK-FGTS        TO WRK-FGTS-ED
                MOVE WRK-IRRF        TO WRK-IRRF-ED
            COMPUTE WRK-SALARIO-LIQ =
                WRK-SALARIO - WRK-INSS - WRK-IRRF.

       0251-DESCONTAR-PENSAO.
      * Pensao alimenticia por ordem judicial (PROGCOB098): a base L
      * e o liquido legal logo apos INSS e IRRF, antes de qualquer
      * outro desconto; o valor vai ao beneficiario pela remessa
      * bancaria (PROGCOB023). Na previa a pensao do mes nao e
      * gravada em PENSAOPG.DAT.
            MOVE WRK-MATRICULA    TO WRK-PAL-MATRICULA-PROC.
            MOVE WRK-DATA         TO WRK-PAL-DATA-PROC.
            MOVE WRK-SALARIO-LIQ  TO WRK-PAL-BASE-LIQ.
            PERFORM 0253-LER-SALARIO-MINIMO.
            IF MODO-PREVIA
                SET PENSAO-SIMULACAO TO TRUE
            ELSE
                MOVE 'N' TO WRK-PAL-SIMULACAO
            END-IF.
            PERFORM 9561-CALCULAR-PENSAO.
            IF WRK-PAL-TOTAL > ZEROS
                SUBTRACT WRK-PAL-TOTAL FROM WRK-SALARIO-LIQ
            END-IF.

       0252-PAGAR-RETROATIVO.
      * Diferencas de reajuste retroativo apuradas pelo PROGCOB095 e
      * ainda nao pagas: o bruto entra como provento proprio e as
      * diferencas de INSS/IRRF de cada mes atrasado (calculadas pela
      * tabela daquele mes) saem do liquido; a diferenca de FGTS
      * soma ao deposito do mes. Fica fora do bruto de FOLHATOT.DAT,
      * com despesa em conta propria (0320-POSTAR-AJUSTES-LIQUIDO),
      * mas entra no bruto do ano do master (informe de rendimentos).
            MOVE ZEROS TO WRK-PROVENTO-EXTRA.
            MOVE WRK-MATRICULA TO WRK-RTA-MATRICULA-PROC.
            PERFORM 9555-SOMAR-RETROATIVO.
            IF WRK-RTA-QTD-MESES > ZEROS
                MOVE WRK-RTA-TOT-BRUTO TO WRK-PROVENTO-EXTRA
                ADD WRK-RTA-TOT-BRUTO TO WRK-SALARIO-LIQ
                SUBTRACT WRK-RTA-TOT-INSS WRK-RTA-TOT-IRRF
                    FROM WRK-SALARIO-LIQ
                ADD WRK-RTA-TOT-FGTS  TO WRK-FGTS
                MOVE WRK-RTA-TOT-BRUTO TO WRK-RTA-VALOR-ED
                DISPLAY 'DIFERENCA SALARIAL RETROATIVA ('
                    WRK-RTA-QTD-MESES ' MESES): ' WRK-RTA-VALOR-ED
                MOVE WRK-RTA-TOT-INSS TO WRK-RTA-VALOR-ED
                DISPLAY 'INSS S/ RETROATIVO: ' WRK-RTA-VALOR-ED
                MOVE WRK-RTA-TOT-IRRF TO WRK-RTA-VALOR-ED
                DISPLAY 'IRRF S/ RETROATIVO: ' WRK-RTA-VALOR-ED
            END-IF.

       0253-LER-SALARIO-MINIMO.
            MOVE ZEROS      TO WRK-PAL-SAL-MINIMO.
            MOVE 'SALMIN'   TO WRK-PRM-CODIGO.
            MOVE SPACES     TO WRK-PRM-ARGUMENTO.
            MOVE WRK-DATA   TO WRK-PRM-DATA-REF.
            PERFORM 9680-BUSCAR-PARAMETRO.
            IF PARAMETRO-ACHADO
                MOVE WRK-PRM-VALOR TO REG-CFG-SAL-MINIMO
                IF CFG-SAL-MINIMO IS NUMERIC
                   AND CFG-SAL-MINIMO > ZEROS
                    MOVE CFG-SAL-MINIMO TO WRK-PAL-SAL-MINIMO
                END-IF
            END-IF.
            IF WRK-PAL-SAL-MINIMO = ZEROS AND NOT SALMIN-AVISADO
                SET SALMIN-AVISADO TO TRUE
                MOVE 'PROGCOB01' TO EXC-PROGRAMA
                MOVE 'SALARIO MINIMO SEM VIGENCIA (SALMIN)'
                    TO EXC-MENSAGEM
                MOVE WRK-DATA    TO EXC-DADO
                PERFORM 9700-GRAVAR-EXCECAO
            END-IF.

       0255-APLICAR-RUBRICAS.
      * Rubricas recorrentes (plano de saude, mensalidade sindical,
      * vale-refeicao, adicionais fixos) entram depois do INSS/IRRF
                DISPLAY 'CONSIGNADO: ' WRK-EPR-DESCONTO-ED
            END-IF.

       0258-DESCONTAR-VALE-TRANSPORTE.
      * Parte do empregado no vale-transporte do mes, apurada pelo
      * PROGCOB097 (ate 6% do salario); entra antes do consignado,
      * cuja margem de 30% e calculada sobre o liquido ja sem ela, e
      * fica limitada ao liquido disponivel como as rubricas.
            MOVE WRK-MATRICULA  TO WRK-BAP-MATRICULA-PROC.
            MOVE WRK-DATA(1:6)  TO WRK-BAP-COMPETENCIA-PROC.
            PERFORM 9558-LER-BENEFICIO-APURADO.
            IF WRK-BAP-VT-DESCONTO > WRK-SALARIO-LIQ
                MOVE WRK-SALARIO-LIQ TO WRK-BAP-VT-DESCONTO
            END-IF.
            IF WRK-BAP-VT-DESCONTO > ZEROS
                SUBTRACT WRK-BAP-VT-DESCONTO FROM WRK-SALARIO-LIQ
                MOVE WRK-BAP-VT-DESCONTO TO WRK-BAP-VALOR-ED
                DISPLAY 'VALE-TRANSPORTE (6%): ' WRK-BAP-VALOR-ED
            END-IF.

       0259-DESCONTAR-COMPRAS-LOJA.
      * Compras do empregado nas lojas lancadas na conta (tender F do
      * PROGCOB010): descontadas depois do consignado e dentro do
      * mesmo teto de 30% do liquido, que o consignado consome
      * primeiro; o que nao couber fica no saldo da conta para a
      * folha seguinte. Na previa a conta nao e regravada.
            MOVE WRK-MATRICULA    TO WRK-CFU-MATRICULA-PROC.
            MOVE WRK-DATA         TO WRK-CFU-DATA-PROC.
            MOVE WRK-EPR-LIQ-DISP TO WRK-CFU-LIQ-DISP.
            MOVE WRK-EPR-DESCONTO TO WRK-CFU-MARGEM-USADA.
            IF MODO-PREVIA
                SET CONTA-FUNC-SIMULACAO TO TRUE
            ELSE
                MOVE 'N' TO WRK-CFU-SIMULACAO
            END-IF.
            PERFORM 9573-DESCONTAR-COMPRA-FUNC.
            IF WRK-CFU-DESCONTO > ZEROS
                SUBTRACT WRK-CFU-DESCONTO FROM WRK-SALARIO-LIQ
                MOVE WRK-CFU-DESCONTO TO WRK-CFU-DESCONTO-ED
                DISPLAY 'COMPRAS NA LIVRARIA: ' WRK-CFU-DESCONTO-ED
            END-IF.

       0260-CONVERTER-MOEDA.
            EVALUATE TRUE
                WHEN MOEDA-USD
                WRK-SALARIO - WRK-INSS - WRK-IRRF.
            MOVE WRK-CENTRO-CUSTO    TO WRK-RAZ-CENTRO.
            MOVE 'PROGCOB01'         TO WRK-RAZ-PROGRAMA.
            SET DOC-MATRICULA     TO TRUE.
            MOVE WRK-MATRICULA     TO WRK-RAZ-DOC-NUMERO.
            MOVE '511000'            TO WRK-RAZ-CONTA-DEB.
            MOVE '211300'            TO WRK-RAZ-CONTA-CRE.
            MOVE 'FOLHA DE PAGAMENTO - SALARIO LIQUIDO'
            MOVE WRK-IRRF            TO WRK-RAZ-VALOR.
            PERFORM 9781-POSTAR-PARTIDA-DOBRADA.
            PERFORM 0320-POSTAR-AJUSTES-LIQUIDO.
            IF WRK-RTA-QTD-MESES > ZEROS
                MOVE WRK-MATRICULA TO WRK-RTA-MATRICULA-PROC
                MOVE WRK-DATA      TO WRK-RTA-DATA-PROC
                PERFORM 9556-LIQUIDAR-RETROATIVO
            END-IF.

       0320-POSTAR-AJUSTES-LIQUIDO.
      * Ajustes do liquido em contas proprias - fora da despesa de
      * descontos de rubricas reduzem o a-pagar e viram repasse
      * (plano de saude, sindicato...); o salario-familia e despesa
      * propria a pagar; a parcela do consignado sai do a-pagar e
      * vira repasse ao banco do emprestimo; a diferenca salarial
      * retroativa e despesa propria (514300), com as diferencas de
      * INSS/IRRF saindo do a-pagar para os recolhimentos.
      * O desconto do vale-transporte sai do a-pagar para o
      * fornecedor de beneficios (211700), onde a parte da empresa
      * ja foi lancada pela apuracao do PROGCOB097.
      * A pensao alimenticia sai do a-pagar para o repasse aos
      * beneficiarios (211800), pago na remessa da folha.
      * As compras do empregado nas lojas saem do a-pagar e baixam
      * o valor a receber de funcionarios (112300).
            IF WRK-RUB-TOT-PROV > ZEROS
                MOVE '514100'        TO WRK-RAZ-CONTA-DEB
                MOVE '211300'        TO WRK-RAZ-CONTA-CRE
                MOVE WRK-RUB-TOT-DESC TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-RTA-TOT-BRUTO > ZEROS
                MOVE '514300'        TO WRK-RAZ-CONTA-DEB
                MOVE '211300'        TO WRK-RAZ-CONTA-CRE
                MOVE 'FOLHA - RETROATIVO SALARIAL'
                    TO WRK-RAZ-DESCRICAO
                MOVE WRK-RTA-TOT-BRUTO TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-RTA-TOT-INSS > ZEROS
                MOVE '211300'        TO WRK-RAZ-CONTA-DEB
                MOVE '211100'        TO WRK-RAZ-CONTA-CRE
                MOVE 'FOLHA - INSS S/ RETROATIVO'
                    TO WRK-RAZ-DESCRICAO
                MOVE WRK-RTA-TOT-INSS TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-RTA-TOT-IRRF > ZEROS
                MOVE '211300'        TO WRK-RAZ-CONTA-DEB
                MOVE '211400'        TO WRK-RAZ-CONTA-CRE
                MOVE 'FOLHA - IRRF S/ RETROATIVO'
                    TO WRK-RAZ-DESCRICAO
                MOVE WRK-RTA-TOT-IRRF TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-SALFAM-VALOR > ZEROS
                MOVE '514200'        TO WRK-RAZ-CONTA-DEB
                MOVE '211300'        TO WRK-RAZ-CONTA-CRE
                MOVE WRK-SALFAM-VALOR TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-PAL-TOTAL > ZEROS
                MOVE '211300'        TO WRK-RAZ-CONTA-DEB
                MOVE '211800'        TO WRK-RAZ-CONTA-CRE
                MOVE 'FOLHA - PENSAO ALIMENTICIA'
                    TO WRK-RAZ-DESCRICAO
                MOVE WRK-PAL-TOTAL   TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-BAP-VT-DESCONTO > ZEROS
                MOVE '211300'        TO WRK-RAZ-CONTA-DEB
                MOVE '211700'        TO WRK-RAZ-CONTA-CRE
                MOVE 'FOLHA - DESCONTO VALE-TRANSP'
                    TO WRK-RAZ-DESCRICAO
                MOVE WRK-BAP-VT-DESCONTO TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-EPR-DESCONTO > ZEROS
                MOVE '211300'        TO WRK-RAZ-CONTA-DEB
                MOVE '211600'        TO WRK-RAZ-CONTA-CRE
                MOVE WRK-EPR-DESCONTO TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.
            IF WRK-CFU-DESCONTO > ZEROS
                MOVE '211300'        TO WRK-RAZ-CONTA-DEB
                MOVE '112300'        TO WRK-RAZ-CONTA-CRE
                MOVE 'FOLHA - COMPRAS DE FUNCIONARIOS'
                    TO WRK-RAZ-DESCRICAO
                MOVE WRK-CFU-DESCONTO TO WRK-RAZ-VALOR
                PERFORM 9781-POSTAR-PARTIDA-DOBRADA
            END-IF.

       0500-PROCESSAR-BATCH.
      * Le WRK-NOME/WRK-SALARIO de um arquivo sequencial (um por linha,
               PERFORM 9700-GRAVAR-EXCECAO
               ADD 1 TO WRK-RUN-QTD-REJEITADOS
           ELSE
               PERFORM 0765-APURAR-BANCO-HORAS
               COMPUTE WRK-HOR-BRUTO ROUNDED =
                   (PON-HORAS-NORM * WRK-VALOR-HORA) +
                   (WRK-HOR-EXTRA-PAGA * WRK-VALOR-HORA * 1,5) +
                   WRK-BHO-VALOR
               IF WRK-HOR-BRUTO > 999999,99
                   MOVE 'PROGCOB01' TO EXC-PROGRAMA
                   MOVE 'BRUTO DO PONTO EXCEDE PIC 9(06)V99'
                   PERFORM 0200-PROCESSAR
                   IF SALARIO-VALIDO
                       PERFORM 0300-FINALIZAR
                       MOVE WRK-DATA   TO WRK-BHO-DATA-PROC
                       PERFORM 9567-GRAVAR-PAGTO-BANCO
                       ADD 1           TO WRK-FOLHA-QTD
                       ADD WRK-SALARIO TO WRK-FOLHA-TOTAL
                       ADD 1           TO WRK-RUN-QTD-LIDOS
               END-IF
           END-IF.

       0765-APURAR-BANCO-HORAS.
      * Banco de horas do acordo: as extras que o supervisor creditou
      * no banco para esta competencia saem do pagamento do mes, e o
      * saldo que passou da janela do acordo sem virar folga e pago
      * agora com o adicional de hora extra, dentro do bruto.
           MOVE PON-MATRICULA TO WRK-BHO-MATRICULA-PROC.
           MOVE PON-PERIODO   TO WRK-BHO-PERIODO-PROC.
           PERFORM 9565-APURAR-BANCO-HORAS.
           IF WRK-BHO-CRED-PERIODO > PON-HORAS-EXTRA
               MOVE 'PROGCOB01' TO EXC-PROGRAMA
               MOVE 'CREDITO NO BANCO EXCEDE AS HORAS EXTRAS'
                   TO EXC-MENSAGEM
               MOVE REG-PONTO-TRANS TO EXC-DADO
               PERFORM 9700-GRAVAR-EXCECAO
               MOVE ZEROS TO WRK-HOR-EXTRA-PAGA
           ELSE
               COMPUTE WRK-HOR-EXTRA-PAGA =
                   PON-HORAS-EXTRA - WRK-BHO-CRED-PERIODO
           END-IF.
           COMPUTE WRK-BHO-VALOR ROUNDED =
               WRK-BHO-HORAS-VENCIDAS * WRK-VALOR-HORA * 1,5.
           IF WRK-BHO-CRED-PERIODO > ZEROS
               MOVE WRK-BHO-CRED-PERIODO TO WRK-BHO-HORAS-ED
               DISPLAY PON-MATRICULA ' HORAS CREDITADAS NO BANCO: '
                   WRK-BHO-HORAS-ED
           END-IF.
           IF WRK-BHO-HORAS-VENCIDAS > ZEROS
               MOVE WRK-BHO-HORAS-VENCIDAS TO WRK-BHO-HORAS-ED
               DISPLAY PON-MATRICULA ' BANCO DE HORAS VENCIDO PAGO: '
                   WRK-BHO-HORAS-ED
           END-IF.

       0800-PROCESSAR-PREVIA.
      * Simulacao da folha: le FUNCTRAN.DAT do inicio (sem restaurar
      * nem gravar checkpoint), calcula cada transacao pelo mesmo
           MOVE WRK-PRV-TOT-BRUTO TO WRK-PRV-TOT-BRU-ED.
           MOVE WRK-PRV-TOT-LIQ   TO WRK-PRV-TOT-LIQ-ED.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'PREVIA - EMPREGADOS SIMULADOS: ' WRK-PRV-QTD-FUNC.
           DISPLAY 'PREVIA - TOTAL BRUTO.........: '
               WRK-PRV-TOT-BRU-ED.
           DISPLAY 'PREVIA - TOTAL LIQUIDO.......: '
               PERFORM 0200-PROCESSAR
               IF SALARIO-VALIDO
                   PERFORM 0880-EXIBIR-DELTA
                   ADD 1               TO WRK-PRV-QTD-FUNC
                   ADD WRK-SALARIO     TO WRK-PRV-TOT-BRUTO
                   ADD WRK-SALARIO-LIQ TO WRK-PRV-TOT-LIQ
                   ADD 1               TO WRK-RUN-QTD-LIDOS
           COPY 'runpp.cpy'.
           COPY 'inspp.cpy'.
           COPY 'irrpp.cpy'.
           COPY 'timpp.cpy'.
           COPY 'rtapp.cpy'.
           COPY 'bappp.cpy'.
           COPY 'palpp.cpy'.
           COPY 'bhopp.cpy'.
           COPY 'cfupp.cpy'.
           COPY 'prmpp.cpy'.
           COPY 'datevalpp.cpy'.

       END PROGRAM PROGCOB01.
