      * EXCEDE O BRUTO MENOS IMPOSTOS PELO ABONO PECUNIARIO COM O     *
      * TERCO (ISENTOS, PAGOS FORA DO BRUTO PELO CALC-FERIAS); ESSE   *
      * EXCESSO SAI COMO PARTIDA PROPRIA DE DESPESA, E OS DEBITOS     *
      * FECHAM COM BRUTO + ABONO + FGTS. A CONSTITUICAO E A BAIXA DAS *
      * PROVISOES DE FERIAS, 13O E ENCARGOS DA COMPETENCIA, APURADAS  *
      * PELO CALC-PROVISAO EM PROVISOES.DAT, SAEM COMO PARTIDAS       *
      * PROPRIAS: DESPESA CONTRA PROVISAO NA CONSTITUICAO E PROVISAO  *
      * CONTRA DESPESA NA REVERSAO DO QUE FOI PAGO NO MES.            *
      * AS PARTIDAS DE SALARIOS, FGTS E INSS PATRONAL (COTA, RAT E    *
      * TERCEIROS, O MESMO VALOR DA GPS DO EMITE-GUIAS) SAO RATEADAS  *
      * POR CENTRO DE CUSTO, PELO FUNC-CCUSTO ATUAL DE CADA           *
      * FUNCIONARIO NO CADASTRO: CADA CENTRO DEBITA AS CONTAS DE      *
      * DESPESA PROPRIAS DE CENTROS-CUSTO.DAT (OU AS GERAIS, QUANDO   *
      * ZERADAS) E A PARTIDA LEVA O CODIGO DO CENTRO. O PATRONAL E'   *
      * DISTRIBUIDO PELO BRUTO DE CADA CENTRO, COM A SOBRA DE         *
      * ARREDONDAMENTO NO ULTIMO. LANCAMENTOS DE FUNCIONARIOS SEM     *
      * CENTRO, COM CENTRO NAO CADASTRADO OU FORA DO CADASTRO SAEM    *
      * NO CENTRO 0000 E SAO LISTADOS NA CONFERENCIA.                 *
      * O SALARIO-FAMILIA (HIST-SAL-FAMILIA) VEM DENTRO DO LIQUIDO    *
      * MAS NAO E' DESPESA DA EMPRESA: E' COMPENSADO NA GPS, ENTAO    *
      * SAI COMO PARTIDA PROPRIA DEBITANDO INSS A RECOLHER CONTRA     *
      * SALARIOS A PAGAR, E FICA FORA DA APURACAO DE PENSAO E         *
      * DESCONTOS.                                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS-ARQUIVO.

           SELECT ARQ-PROVISOES ASSIGN USING WS-ARQ-PROVISOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVISOES.

           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQ-CENTROS-CUSTO ASSIGN USING WS-ARQ-CENTROS-CUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTROS-CUSTO.

           SELECT ARQ-TABELA-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA-TAXAS.

           SELECT ARQ-LANCAMENTOS ASSIGN USING WS-ARQ-LANC-CONTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.
       FD  ARQ-FGTS-ARQUIVO.
       01  REG-FGTS-ARQUIVO          PIC X(60).

       FD  ARQ-PROVISOES.
           COPY REGPROV.CPY.

       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       FD  ARQ-CENTROS-CUSTO.
           COPY REGCCUSTO.CPY.

       FD  ARQ-TABELA-TAXAS.
           COPY TABTAXAS.CPY.

       FD  ARQ-LANCAMENTOS.
       01  REG-LANCAMENTO-CTB        PIC X(70).

       FD  ARQ-CONFERENCIA.
       01  REG-LISTAGEM              PIC X(72).
       01 WS-FS-HIST-CALCULOS    PIC X(2).
       01 WS-FS-FGTS-MENSAL      PIC X(2).
       01 WS-FS-PLANO-CONTAS     PIC X(2).
       01 WS-FS-PROVISOES        PIC X(2).
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-CENTROS-CUSTO    PIC X(2).
       01 WS-FS-TABELA-TAXAS     PIC X(2).
       01 WS-FS-LANCAMENTOS      PIC X(2).
       01 WS-FS-CONFERENCIA      PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01 WS-SOMA-IR             PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-LIQUIDO        PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-FGTS           PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-SAL-FAMILIA    PIC 9(10)V99 VALUE 0.
      *
      * ABONO DE FERIAS E PENSAO E DESCONTOS DA COMPETENCIA: SOMA DOS
      * VALORES APURADOS EM CADA CENTRO DE CUSTO
      *
       01 WS-ABONO-CALC          PIC S9(10)V99 VALUE 0.
       01 WS-VALOR-ABONO         PIC 9(10)V99 VALUE 0.
       01 WS-PENSAO-DESCONTOS    PIC S9(10)V99 VALUE 0.
       01 WS-VALOR-PENSAO        PIC 9(10)V99 VALUE 0.
      *
      * CONSTITUICAO E BAIXA DAS PROVISOES DA COMPETENCIA, SOMADAS DE
      * PROVISOES.DAT
      *
       01 WS-PROV-FER-CONST      PIC 9(10)V99 VALUE 0.
       01 WS-PROV-13-CONST       PIC 9(10)V99 VALUE 0.
       01 WS-PROV-ENC-CONST      PIC 9(10)V99 VALUE 0.
       01 WS-PROV-FER-BAIXA      PIC 9(10)V99 VALUE 0.
       01 WS-PROV-13-BAIXA       PIC 9(10)V99 VALUE 0.
       01 WS-PROV-ENC-BAIXA      PIC 9(10)V99 VALUE 0.
      *
      * ALIQUOTAS DA CONTRIBUICAO PATRONAL (COTA, RAT E TERCEIROS),
      * COM OS PADROES DE FABRICA DE TABDFLT.CPY SUBSTITUIDOS PELOS
      * DE TABELA-TAXAS.DAT, E O TOTAL DA COMPETENCIA CALCULADO COMO
      * NA GPS DO EMITE-GUIAS, PARA A DESPESA BATER COM A GUIA
      *
       COPY TABDFLT.CPY.
       01 WS-VALOR-PATRONAL      PIC 9(10)V99 VALUE 0.
       01 WS-VALOR-RAT           PIC 9(10)V99 VALUE 0.
       01 WS-VALOR-TERCEIROS     PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-PATRONAL       PIC 9(10)V99 VALUE 0.
       01 WS-PATRONAL-RATEADO    PIC 9(10)V99 VALUE 0.
       01 WS-PATRONAL-RESTO      PIC S9(10)V99 VALUE 0.
       01 WS-ULTIMO-RATEIO       PIC 9(3)     VALUE 0.
      *
      * RATEIO DA COMPETENCIA POR CENTRO DE CUSTO: UMA ENTRADA POR
      * CENTRO DE CENTROS-CUSTO.DAT, NA ORDEM DO ARQUIVO, COM AS
      * CONTAS DE DESPESA DO CENTRO (AS GERAIS DO PLANO-CONTAS QUANDO
      * ZERADAS), MAIS AS CRIADAS NA LEITURA PARA O CODIGO ZERO (SEM
      * CENTRO DE CUSTO) E PARA CODIGOS DO CADASTRO DE FUNCIONARIOS
      * QUE NAO EXISTEM NA TABELA, QUE FICAM COM AS CONTAS GERAIS. OS
      * LANCAMENTOS DE FERIAS (TIPO 5) SAO ACUMULADOS A PARTE: O
      * LIQUIDO DELES CARREGA O ABONO PECUNIARIO COM O TERCO, ISENTOS
      * E FORA DO BRUTO, QUE VIRA PARTIDA PROPRIA DE DESPESA EM VEZ DE
      * DISTORCER A DERIVACAO DE PENSAO E DESCONTOS.
      *
       01 WS-CCUSTO-FUNC         PIC 9(4)     VALUE 0.
       01 WS-PARTIDA-RATEADA     PIC X(1)     VALUE "N".
           88 PARTIDA-RATEADA         VALUE "S".
       01 WS-MOTIVO-SEM-CC       PIC X(1)     VALUE SPACE.
       01 WS-TOTAL-RATEIO        PIC 9(3)     VALUE 0.
       01 WS-TAB-RATEIO.
           05 WS-RATEIO-ENTRADA OCCURS 600 TIMES
                   INDEXED BY WS-IDX-RT.
               10 RT-CCUSTO            PIC 9(4).
               10 RT-DESCRICAO         PIC X(30).
               10 RT-CONTA-DESPESA     PIC 9(8).
               10 RT-CONTA-DESP-FGTS   PIC 9(8).
               10 RT-CONTA-DESP-PATR   PIC 9(8).
               10 RT-BRUTO             PIC 9(10)V99.
               10 RT-INSS              PIC 9(10)V99.
               10 RT-IR                PIC 9(10)V99.
               10 RT-LIQUIDO           PIC 9(10)V99.
               10 RT-FER-BRUTO         PIC 9(10)V99.
               10 RT-FER-INSS          PIC 9(10)V99.
               10 RT-FER-IR            PIC 9(10)V99.
               10 RT-FER-LIQUIDO       PIC 9(10)V99.
               10 RT-FGTS              PIC 9(10)V99.
               10 RT-ABONO             PIC 9(10)V99.
               10 RT-PENSAO            PIC 9(10)V99.
               10 RT-PATRONAL          PIC 9(10)V99.
               10 RT-SAL-FAMILIA       PIC 9(10)V99.
      *
      * FUNCIONARIOS DA COMPETENCIA SEM CENTRO DE CUSTO VALIDO,
      * LISTADOS UMA VEZ CADA NA CONFERENCIA. MOTIVO: S = SEM CENTRO
      * NO CADASTRO, N = CENTRO NAO CADASTRADO EM CENTROS-CUSTO.DAT,
      * F = MATRICULA FORA DO CADASTRO DE FUNCIONARIOS
      *
       01 WS-ID-FUNC             PIC 9(6)     VALUE 0.
       01 WS-NOME-FUNC           PIC X(30)    VALUE SPACES.
       01 WS-ACHOU               PIC X(1)     VALUE "N".
           88 ACHOU                   VALUE "S".
       01 WS-TOTAL-SEM-CC        PIC 9(4)     VALUE 0.
       01 WS-SEM-CC-EXCEDIDO     PIC X(1)     VALUE "N".
           88 SEM-CC-EXCEDIDO         VALUE "S".
       01 WS-TAB-SEM-CC.
           05 WS-SEM-CC-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-SC.
               10 SC-ID                PIC 9(6).
               10 SC-NOME              PIC X(30).
               10 SC-CCUSTO            PIC 9(4).
               10 SC-MOTIVO            PIC X(1).
       01 WS-SOMA-DEBITOS        PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-CREDITOS       PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-PARTIDAS      PIC 9(4)     VALUE 0.
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-FGTS-ARQ-REG.
           05 WS-FGTS-ARQ-DATA   PIC 9(8).
           05 WS-FGTS-ARQ-ID     PIC 9(6).
           05 WS-FGTS-ARQ-NOME   PIC X(30).
           05 FILLER             PIC X(8).
           05 WS-FGTS-ARQ-VALOR  PIC 9(6)V99.
      *
      * LAYOUT DA PARTIDA DOBRADA GRAVADA EM
      * LANCAMENTOS-CONTABEIS.DAT: DATA, CONTA DEBITO, CONTA CREDITO,
      * HISTORICO, VALOR E CENTRO DE CUSTO (ZERO NAS PARTIDAS SEM
      * RATEIO, COMO AS DE PROVISAO), SEM EDICAO, NO PADRAO DE
      * ARQUIVO DE INTERCAMBIO.
      *
       01 WS-PARTIDA.
           05 PART-DATA          PIC 9(8).
           05 PART-CONTA-CRED    PIC 9(8).
           05 PART-HISTORICO     PIC X(30).
           05 PART-VALOR         PIC 9(10)V99.
           05 PART-CCUSTO        PIC 9(4).
      *
      * LINHAS DA LISTAGEM DE CONFERENCIA
      *
           05 FILLER             PIC X(10) VALUE "CREDITO".
           05 FILLER             PIC X(31) VALUE "HISTORICO".
           05 FILLER             PIC X(13) VALUE "        VALOR".
           05 FILLER             PIC X(4)  VALUE "  CC".
       01 WS-LIN-PARTIDA.
           05 FILLER             PIC X(1).
           05 LIN-PART-DEB       PIC 9(8).
           05 FILLER             PIC X(2).
           05 LIN-PART-HIST      PIC X(30).
           05 LIN-PART-VALOR     PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(2).
           05 LIN-PART-CC        PIC X(4).
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1).
           05 LIN-TOT-TEXTO      PIC X(45).
           05 LIN-TOT-VALOR      PIC ZZZZZZZZZ9.99.
       01 WS-LIN-COL-RATEIO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(5)  VALUE "CC".
           05 FILLER             PIC X(20) VALUE "DESCRICAO".
           05 FILLER             PIC X(12) VALUE "       BRUTO".
           05 FILLER             PIC X(13) VALUE "         FGTS".
           05 FILLER             PIC X(13) VALUE "     PATRONAL".
       01 WS-LIN-RATEIO.
           05 FILLER             PIC X(1).
           05 LIN-RT-CCUSTO      PIC 9(4).
           05 FILLER             PIC X(1).
           05 LIN-RT-DESCRICAO   PIC X(20).
           05 LIN-RT-BRUTO       PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(1).
           05 LIN-RT-FGTS        PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(1).
           05 LIN-RT-PATRONAL    PIC ZZZZZZZZ9.99.
       01 WS-LIN-SEM-CC.
           05 FILLER             PIC X(1).
           05 LIN-SC-ID          PIC 9(6).
           05 FILLER             PIC X(2).
           05 LIN-SC-NOME        PIC X(30).
           05 FILLER             PIC X(2).
           05 LIN-SC-MOTIVO      PIC X(31).

      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
       01 WS-ARQ-HIST-CALC       PIC X(30).
       01 WS-ARQ-FGTS-MENSAL     PIC X(30).
       01 WS-ARQ-LANC-CONTAB     PIC X(30).
       01 WS-ARQ-PROVISOES       PIC X(30).
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-ARQ-CENTROS-CUSTO   PIC X(30).
       01 WS-NOME-HIST-EMP.
           05 FILLER             PIC X(15) VALUE
               "HIST-CALCULOS-E".
               "LANCAMENTOS-CONTABEIS-E".
           05 NOME-LCTB-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-PROV-EMP.
           05 FILLER             PIC X(11) VALUE
               "PROVISOES-E".
           05 NOME-PROV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
           05 NOME-FUNC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".IDX".
       01 WS-NOME-CCUSTO-EMP.
           05 FILLER             PIC X(15) VALUE
               "CENTROS-CUSTO-E".
           05 NOME-CCUSTO-EMP     PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SELECIONA-EMPRESA" USING WS-EMPRESA-CODIGO
           PERFORM SOLICITAR-COMPETENCIA.
           PERFORM CALCULAR-DATA-CONTABIL.
           PERFORM CARREGAR-PLANO-CONTAS.
           PERFORM CARREGAR-TABELA-TAXAS.
           PERFORM CARREGAR-CENTROS-CUSTO.
           PERFORM ABRIR-CADASTRO.
           PERFORM ACUMULAR-HISTORICO.
           IF WS-QTD-LANCAMENTOS = 0
               DISPLAY "NAO HA LANCAMENTOS DA COMPETENCIA "
               STOP RUN
           END-IF.
           PERFORM ACUMULAR-FGTS.
           CLOSE ARQ-FUNCIONARIOS.
           PERFORM ACUMULAR-PROVISOES.
           PERFORM APURAR-PENSAO-DESCONTOS.
           PERFORM RATEAR-PATRONAL.
           PERFORM GRAVAR-EXPORTACAO.
           DISPLAY "PARTIDAS GERADAS: " WS-TOTAL-PARTIDAS.
           DISPLAY "SOMA DOS DEBITOS: R$" WS-SOMA-DEBITOS.
           DISPLAY "SOMA DOS CREDITOS: R$" WS-SOMA-CREDITOS.
           IF WS-TOTAL-SEM-CC > 0
               DISPLAY "ATENCAO: " WS-TOTAL-SEM-CC " FUNCIONARIO(S) "
                   "SEM CENTRO DE CUSTO VALIDO, LANCADOS NO CENTRO "
                   "0000."
           END-IF.
           DISPLAY "EXPORTACAO GRAVADA EM LANCAMENTOS-CONTABEIS.DAT; "
               "CONFIRA A LISTAGEM EM CONTABIL-CONFERENCIA.TXT.".
           STOP RUN.
                       MOVE TAB-CONTA-FGTS      TO WS-CONTA-FGTS
                       MOVE TAB-CONTA-PENSAO    TO WS-CONTA-PENSAO
                       MOVE TAB-CONTA-SALARIOS  TO WS-CONTA-SALARIOS
                       PERFORM CARREGAR-CONTAS-PROVISAO
                       IF TAB-CONTA-DESP-PATRONAL NUMERIC
                           MOVE TAB-CONTA-DESP-PATRONAL
                               TO WS-CONTA-DESP-PATRONAL
                       END-IF
               END-READ
               CLOSE ARQ-PLANO-CONTAS
           END-IF.
      *
      * CONTAS DAS PROVISOES, EM BRANCO NOS ARQUIVOS GRAVADOS ANTES DE
      * EXISTIREM; NESSE CASO FICAM AS CONTAS PADRAO DE FABRICA
      *
       CARREGAR-CONTAS-PROVISAO.
           IF TAB-CONTA-DESP-PROV-FER NUMERIC
               MOVE TAB-CONTA-DESP-PROV-FER TO WS-CONTA-DESP-PROV-FER
           END-IF.
           IF TAB-CONTA-DESP-PROV-13 NUMERIC
               MOVE TAB-CONTA-DESP-PROV-13  TO WS-CONTA-DESP-PROV-13
           END-IF.
           IF TAB-CONTA-DESP-PROV-ENC NUMERIC
               MOVE TAB-CONTA-DESP-PROV-ENC TO WS-CONTA-DESP-PROV-ENC
           END-IF.
           IF TAB-CONTA-PROV-FERIAS NUMERIC
               MOVE TAB-CONTA-PROV-FERIAS   TO WS-CONTA-PROV-FERIAS
           END-IF.
           IF TAB-CONTA-PROV-13 NUMERIC
               MOVE TAB-CONTA-PROV-13       TO WS-CONTA-PROV-13
           END-IF.
           IF TAB-CONTA-PROV-ENCARGOS NUMERIC
               MOVE TAB-CONTA-PROV-ENCARGOS TO WS-CONTA-PROV-ENCARGOS
           END-IF.
      *
      * CARREGA AS ALIQUOTAS PATRONAIS DE TABELA-TAXAS.DAT, SE O
      * ARQUIVO EXISTIR, COMO FAZ O EMITE-GUIAS. CAMPOS EM BRANCO
      * (ARQUIVO GRAVADO ANTES DE EXISTIREM) MANTEM OS PADROES.
      *
       CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-TABELA-TAXAS.
           IF WS-FS-TABELA-TAXAS = "00"
               READ ARQ-TABELA-TAXAS
                   NOT AT END
                       IF TAB-INSS-PATRONAL-ALIQ NUMERIC
                           MOVE TAB-INSS-PATRONAL-ALIQ
                               TO WS-INSS-PATRONAL-ALIQ
                       END-IF
                       IF TAB-RAT-ALIQ NUMERIC
                           MOVE TAB-RAT-ALIQ      TO WS-RAT-ALIQ
                       END-IF
                       IF TAB-TERCEIROS-ALIQ NUMERIC
                           MOVE TAB-TERCEIROS-ALIQ
                               TO WS-TERCEIROS-ALIQ
                       END-IF
               END-READ
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
      *
      * CARREGA OS CENTROS DE CUSTO DA EMPRESA COMO ENTRADAS INICIAIS
      * DO RATEIO. SEM O ARQUIVO, TODOS OS LANCAMENTOS CAEM NO
      * CENTRO 0000 E SAEM LISTADOS NA CONFERENCIA.
      *
       CARREGAR-CENTROS-CUSTO.
           OPEN INPUT ARQ-CENTROS-CUSTO.
           IF WS-FS-CENTROS-CUSTO NOT = "00"
               DISPLAY "AVISO: CENTROS-CUSTO.DAT NAO ENCONTRADO; "
                   "EXPORTACAO SEM RATEIO POR CENTRO DE CUSTO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-CENTRO-CUSTO
               END-PERFORM
               CLOSE ARQ-CENTROS-CUSTO
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM CENTRO DE CUSTO PARA A TABELA DE RATEIO, COM AS
      * CONTAS ZERADAS (OU EM BRANCO) TROCADAS PELAS GERAIS
      *
       LER-CENTRO-CUSTO.
           READ ARQ-CENTROS-CUSTO
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE CC-CODIGO TO WS-CCUSTO-FUNC
                   PERFORM INCLUIR-RATEIO
                   MOVE CC-DESCRICAO TO RT-DESCRICAO(WS-IDX-RT)
                   IF CC-CONTA-DESPESA NUMERIC
                           AND CC-CONTA-DESPESA > 0
                       MOVE CC-CONTA-DESPESA
                           TO RT-CONTA-DESPESA(WS-IDX-RT)
                   END-IF
                   IF CC-CONTA-DESPESA-FGTS NUMERIC
                           AND CC-CONTA-DESPESA-FGTS > 0
                       MOVE CC-CONTA-DESPESA-FGTS
                           TO RT-CONTA-DESP-FGTS(WS-IDX-RT)
                   END-IF
                   IF CC-CONTA-DESP-PATRONAL NUMERIC
                           AND CC-CONTA-DESP-PATRONAL > 0
                       MOVE CC-CONTA-DESP-PATRONAL
                           TO RT-CONTA-DESP-PATR(WS-IDX-RT)
                   END-IF
           END-READ.
      *
      * ACRESCENTA AO RATEIO UMA ENTRADA PARA O CENTRO EM
      * WS-CCUSTO-FUNC, COM AS CONTAS GERAIS E OS TOTAIS ZERADOS;
      * WS-IDX-RT FICA POSICIONADO NELA.
      *
       INCLUIR-RATEIO.
           IF WS-TOTAL-RATEIO >= 600
               DISPLAY "ERRO: MAIS DE 600 CENTROS DE CUSTO NO RATEIO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "EXPORTA-CONTABIL.CBL E RECOMPILE."
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-RATEIO.
           SET WS-IDX-RT TO WS-TOTAL-RATEIO.
           MOVE WS-CCUSTO-FUNC        TO RT-CCUSTO(WS-IDX-RT).
           MOVE SPACES                TO RT-DESCRICAO(WS-IDX-RT).
           MOVE WS-CONTA-DESPESA      TO RT-CONTA-DESPESA(WS-IDX-RT).
           MOVE WS-CONTA-DESPESA-FGTS TO RT-CONTA-DESP-FGTS(WS-IDX-RT).
           MOVE WS-CONTA-DESP-PATRONAL
               TO RT-CONTA-DESP-PATR(WS-IDX-RT).
           MOVE 0 TO RT-BRUTO(WS-IDX-RT).
           MOVE 0 TO RT-INSS(WS-IDX-RT).
           MOVE 0 TO RT-IR(WS-IDX-RT).
           MOVE 0 TO RT-LIQUIDO(WS-IDX-RT).
           MOVE 0 TO RT-FER-BRUTO(WS-IDX-RT).
           MOVE 0 TO RT-FER-INSS(WS-IDX-RT).
           MOVE 0 TO RT-FER-IR(WS-IDX-RT).
           MOVE 0 TO RT-FER-LIQUIDO(WS-IDX-RT).
           MOVE 0 TO RT-FGTS(WS-IDX-RT).
           MOVE 0 TO RT-ABONO(WS-IDX-RT).
           MOVE 0 TO RT-PENSAO(WS-IDX-RT).
           MOVE 0 TO RT-PATRONAL(WS-IDX-RT).
           MOVE 0 TO RT-SAL-FAMILIA(WS-IDX-RT).
      *
      * ABERTURA DO CADASTRO INDEXADO, QUE FICA ABERTO DURANTE A
      * LEITURA DO HISTORICO E DO FGTS PARA AS LEITURAS PELA CHAVE DA
      * MATRICULA, COMO NO GERA-REMESSA
      *
       ABRIR-CADASTRO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
      *
      * LOCALIZA O CENTRO DE CUSTO DO FUNCIONARIO WS-ID-FUNC NO
      * CADASTRO E POSICIONA WS-IDX-RT NA ENTRADA DO RATEIO DELE,
      * CRIANDO-A SE PRECISO. SEM CENTRO VALIDO, O LANCAMENTO VAI
      * PARA O CENTRO 0000 (OU PARA O CODIGO NAO CADASTRADO, COM AS
      * CONTAS GERAIS) E O FUNCIONARIO ENTRA NA LISTAGEM.
      *
       LOCALIZAR-CENTRO-FUNC.
           MOVE 0 TO WS-CCUSTO-FUNC.
           MOVE SPACE TO WS-MOTIVO-SEM-CC.
           MOVE WS-ID-FUNC TO FUNC-ID.
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE "F" TO WS-MOTIVO-SEM-CC
               NOT INVALID KEY
                   IF FUNC-CCUSTO NUMERIC
                       MOVE FUNC-CCUSTO TO WS-CCUSTO-FUNC
                   END-IF
                   IF WS-CCUSTO-FUNC = 0
                       MOVE "S" TO WS-MOTIVO-SEM-CC
                   END-IF
           END-READ.
           MOVE "N" TO WS-ACHOU.
           SET WS-IDX-RT TO 1.
           IF WS-TOTAL-RATEIO > 0
               SEARCH WS-RATEIO-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-RT > WS-TOTAL-RATEIO
                       CONTINUE
                   WHEN RT-CCUSTO(WS-IDX-RT) = WS-CCUSTO-FUNC
                       MOVE "S" TO WS-ACHOU
               END-SEARCH
           END-IF.
           IF NOT ACHOU
               PERFORM INCLUIR-RATEIO
               IF WS-CCUSTO-FUNC = 0
                   MOVE "SEM CENTRO DE CUSTO"
                       TO RT-DESCRICAO(WS-IDX-RT)
               ELSE
                   MOVE "CENTRO NAO CADASTRADO"
                       TO RT-DESCRICAO(WS-IDX-RT)
               END-IF
           END-IF.
           IF WS-CCUSTO-FUNC > 0
                   AND RT-DESCRICAO(WS-IDX-RT) = "CENTRO NAO CADASTRADO"
               MOVE "N" TO WS-MOTIVO-SEM-CC
           END-IF.
           IF WS-MOTIVO-SEM-CC NOT = SPACE
               PERFORM REGISTRAR-SEM-CENTRO
           END-IF.
      *
      * GUARDA O FUNCIONARIO SEM CENTRO DE CUSTO VALIDO PARA A
      * LISTAGEM, UMA VEZ SO' POR MATRICULA
      *
       REGISTRAR-SEM-CENTRO.
           MOVE "N" TO WS-ACHOU.
           SET WS-IDX-SC TO 1.
           IF WS-TOTAL-SEM-CC > 0
               SEARCH WS-SEM-CC-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-SC > WS-TOTAL-SEM-CC
                       CONTINUE
                   WHEN SC-ID(WS-IDX-SC) = WS-ID-FUNC
                       MOVE "S" TO WS-ACHOU
               END-SEARCH
           END-IF.
           IF NOT ACHOU
               IF WS-TOTAL-SEM-CC >= 2000
                   MOVE "S" TO WS-SEM-CC-EXCEDIDO
               ELSE
                   ADD 1 TO WS-TOTAL-SEM-CC
                   SET WS-IDX-SC TO WS-TOTAL-SEM-CC
                   MOVE WS-ID-FUNC       TO SC-ID(WS-IDX-SC)
                   MOVE WS-NOME-FUNC     TO SC-NOME(WS-IDX-SC)
                   MOVE WS-CCUSTO-FUNC   TO SC-CCUSTO(WS-IDX-SC)
                   MOVE WS-MOTIVO-SEM-CC TO SC-MOTIVO(WS-IDX-SC)
               END-IF
           END-IF.
      *
      * LEITURA DO HISTORICO INTEIRO, ACUMULANDO OS LANCAMENTOS DA
      * COMPETENCIA PEDIDA
      *
                       ADD HIST-INSS            TO WS-SOMA-INSS
                       ADD HIST-IR              TO WS-SOMA-IR
                       ADD HIST-SALARIO-LIQUIDO TO WS-SOMA-LIQUIDO
                       IF HIST-SAL-FAMILIA NUMERIC
                           ADD HIST-SAL-FAMILIA TO WS-SOMA-SAL-FAMILIA
                       END-IF
                       MOVE HIST-ID   TO WS-ID-FUNC
                       MOVE HIST-NOME TO WS-NOME-FUNC
                       PERFORM LOCALIZAR-CENTRO-FUNC
                       PERFORM ACUMULAR-RATEIO-HIST
                   END-IF
           END-READ.
      *
      * SOMA DO LANCAMENTO DO HISTORICO NO CENTRO DE CUSTO DO
      * FUNCIONARIO, COM AS FERIAS (TIPO 5) TAMBEM A PARTE
      *
       ACUMULAR-RATEIO-HIST.
           ADD HIST-SALARIO-BRUTO   TO RT-BRUTO(WS-IDX-RT).
           ADD HIST-INSS            TO RT-INSS(WS-IDX-RT).
           ADD HIST-IR              TO RT-IR(WS-IDX-RT).
           ADD HIST-SALARIO-LIQUIDO TO RT-LIQUIDO(WS-IDX-RT).
           IF HIST-SAL-FAMILIA NUMERIC
               ADD HIST-SAL-FAMILIA TO RT-SAL-FAMILIA(WS-IDX-RT)
           END-IF.
           IF HIST-TIPO NUMERIC AND HIST-TIPO = 5
               ADD HIST-SALARIO-BRUTO   TO RT-FER-BRUTO(WS-IDX-RT)
               ADD HIST-INSS            TO RT-FER-INSS(WS-IDX-RT)
               ADD HIST-IR              TO RT-FER-IR(WS-IDX-RT)
               ADD HIST-SALARIO-LIQUIDO TO RT-FER-LIQUIDO(WS-IDX-RT)
           END-IF.
      *
      * LEITURA DE FGTS-MENSAL.DAT, ACUMULANDO O FGTS DO MES PEDIDO.
      * COMPETENCIA SEM LANCAMENTO NO ARQUIVO VIVO (JA FECHADA E
      * ARQUIVADA PELO FECHA-MES) E' COMPLETADA PELO ARQUIVO DE
               NOT AT END
                   IF FGTS-DATA(1:6) = WS-COMPETENCIA-R
                       ADD FGTS-VALOR TO WS-SOMA-FGTS
                       MOVE FGTS-ID   TO WS-ID-FUNC
                       MOVE FGTS-NOME TO WS-NOME-FUNC
                       PERFORM LOCALIZAR-CENTRO-FUNC
                       ADD FGTS-VALOR TO RT-FGTS(WS-IDX-RT)
                   END-IF
           END-READ.
      *
                   IF WS-FGTS-ARQ-DATA(1:6) = WS-COMPETENCIA-R
                           AND WS-FGTS-ARQ-VALOR NUMERIC
                       ADD WS-FGTS-ARQ-VALOR TO WS-SOMA-FGTS
                       IF WS-FGTS-ARQ-ID NUMERIC
                           MOVE WS-FGTS-ARQ-ID TO WS-ID-FUNC
                       ELSE
                           MOVE 0 TO WS-ID-FUNC
                       END-IF
                       MOVE WS-FGTS-ARQ-NOME TO WS-NOME-FUNC
                       PERFORM LOCALIZAR-CENTRO-FUNC
                       ADD WS-FGTS-ARQ-VALOR TO RT-FGTS(WS-IDX-RT)
                   END-IF
           END-READ.
      *
      * LEITURA DE PROVISOES.DAT, SOMANDO CONSTITUICOES E BAIXAS DA
      * COMPETENCIA. SEM O ARQUIVO (CALC-PROVISAO AINDA NAO RODADO)
      * A EXPORTACAO SAI SEM AS PARTIDAS DE PROVISAO.
      *
       ACUMULAR-PROVISOES.
           OPEN INPUT ARQ-PROVISOES.
           IF WS-FS-PROVISOES NOT = "00"
               DISPLAY "AVISO: PROVISOES.DAT NAO ENCONTRADO; "
                   "EXPORTACAO SEM PARTIDAS DE PROVISAO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-PROVISAO
               END-PERFORM
               CLOSE ARQ-PROVISOES
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM REGISTRO DE PROVISAO
      *
       LER-PROVISAO.
           READ ARQ-PROVISOES
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PROV-COMPETENCIA = WS-COMPETENCIA
                       ADD PROV-FER-CONSTITUICAO TO WS-PROV-FER-CONST
                       ADD PROV-13-CONSTITUICAO  TO WS-PROV-13-CONST
                       ADD PROV-ENC-CONSTITUICAO TO WS-PROV-ENC-CONST
                       ADD PROV-FER-BAIXA        TO WS-PROV-FER-BAIXA
                       ADD PROV-13-BAIXA         TO WS-PROV-13-BAIXA
                       ADD PROV-ENC-BAIXA        TO WS-PROV-ENC-BAIXA
                   END-IF
           END-READ.
      *
      * APURA O ABONO DE FERIAS E A PARCELA DE PENSAO E DESCONTOS A
      * REPASSAR DE CADA CENTRO DE CUSTO, SOMANDO OS TOTAIS DO MES.
      *
       APURAR-PENSAO-DESCONTOS.
           MOVE 0 TO WS-VALOR-ABONO.
           MOVE 0 TO WS-VALOR-PENSAO.
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                   UNTIL WS-IDX-RT > WS-TOTAL-RATEIO
               PERFORM APURAR-PENSAO-CENTRO
           END-PERFORM.
      *
      * ABONO E PENSAO/DESCONTOS DO CENTRO EM WS-IDX-RT. NOS
      * LANCAMENTOS DE FERIAS (TIPO 5) O LIQUIDO EXCEDE O BRUTO MENOS
      * IMPOSTOS PELO ABONO PECUNIARIO COM O TERCO, ISENTOS E PAGOS
      * FORA DO BRUTO PELO CALC-FERIAS: ESSE EXCESSO E' O ABONO,
      * DEBITADO COMO PARTIDA PROPRIA DE DESPESA. A PENSAO E OS
      * DESCONTOS SAO O QUE DO BRUTO DOS DEMAIS LANCAMENTOS NAO VIROU
      * INSS, IR NEM LIQUIDO (SEM O SALARIO-FAMILIA, PAGO FORA DO
      * BRUTO). UMA DIFERENCA NEGATIVA EM QUALQUER DAS
      * DUAS CONTAS E' ZERADA E AVISADA, PARA AS PARTIDAS NAO SAIREM
      * COM VALOR NEGATIVO; CONFIRA A COMPETENCIA NO CONFERE-FOLHA
      * NESSE CASO.
      *
       APURAR-PENSAO-CENTRO.
           COMPUTE WS-ABONO-CALC =
               RT-FER-LIQUIDO(WS-IDX-RT)
                   - (RT-FER-BRUTO(WS-IDX-RT) - RT-FER-INSS(WS-IDX-RT)
                       - RT-FER-IR(WS-IDX-RT)).
           IF WS-ABONO-CALC < 0
               DISPLAY "AVISO: CENTRO DE CUSTO " RT-CCUSTO(WS-IDX-RT)
                   ": LIQUIDO DAS FERIAS MENOR QUE BRUTO MENOS "
                   "IMPOSTOS; ABONO ZERADO."
               DISPLAY "EXECUTE O CONFERE-FOLHA DA COMPETENCIA."
               MOVE 0 TO RT-ABONO(WS-IDX-RT)
           ELSE
               MOVE WS-ABONO-CALC TO RT-ABONO(WS-IDX-RT)
           END-IF.
           ADD RT-ABONO(WS-IDX-RT) TO WS-VALOR-ABONO.
           COMPUTE WS-PENSAO-DESCONTOS =
               (RT-BRUTO(WS-IDX-RT) - RT-FER-BRUTO(WS-IDX-RT))
                   - (RT-INSS(WS-IDX-RT) - RT-FER-INSS(WS-IDX-RT))
                   - (RT-IR(WS-IDX-RT) - RT-FER-IR(WS-IDX-RT))
                   - (RT-LIQUIDO(WS-IDX-RT)
                       - RT-FER-LIQUIDO(WS-IDX-RT)
                       - RT-SAL-FAMILIA(WS-IDX-RT)).
           IF WS-PENSAO-DESCONTOS < 0
               DISPLAY "AVISO: CENTRO DE CUSTO " RT-CCUSTO(WS-IDX-RT)
                   ": LIQUIDO DO MES MAIOR QUE BRUTO MENOS IMPOSTOS "
                   "FORA DAS FERIAS; PENSAO/DESCONTOS ZERADOS."
               DISPLAY "EXECUTE O CONFERE-FOLHA DA COMPETENCIA."
               MOVE 0 TO RT-PENSAO(WS-IDX-RT)
           ELSE
               MOVE WS-PENSAO-DESCONTOS TO RT-PENSAO(WS-IDX-RT)
           END-IF.
           ADD RT-PENSAO(WS-IDX-RT) TO WS-VALOR-PENSAO.
      *
      * CALCULA A CONTRIBUICAO PATRONAL DA COMPETENCIA COMO NA GPS DO
      * EMITE-GUIAS (COTA, RAT E TERCEIROS SOBRE O BRUTO, CADA UMA
      * ARREDONDADA) E A DISTRIBUI PELOS CENTROS NA PROPORCAO DO
      * BRUTO DE CADA UM. A SOBRA DE ARREDONDAMENTO FICA NO ULTIMO
      * CENTRO COM BRUTO, PARA A SOMA BATER COM A GUIA.
      *
       RATEAR-PATRONAL.
           COMPUTE WS-VALOR-PATRONAL ROUNDED =
               WS-SOMA-BRUTO * WS-INSS-PATRONAL-ALIQ.
           COMPUTE WS-VALOR-RAT ROUNDED =
               WS-SOMA-BRUTO * WS-RAT-ALIQ.
           COMPUTE WS-VALOR-TERCEIROS ROUNDED =
               WS-SOMA-BRUTO * WS-TERCEIROS-ALIQ.
           COMPUTE WS-SOMA-PATRONAL =
               WS-VALOR-PATRONAL + WS-VALOR-RAT + WS-VALOR-TERCEIROS.
           MOVE 0 TO WS-PATRONAL-RATEADO.
           MOVE 0 TO WS-ULTIMO-RATEIO.
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                   UNTIL WS-IDX-RT > WS-TOTAL-RATEIO
               MOVE 0 TO RT-PATRONAL(WS-IDX-RT)
               IF RT-BRUTO(WS-IDX-RT) > 0
                   SET WS-ULTIMO-RATEIO TO WS-IDX-RT
                   COMPUTE RT-PATRONAL(WS-IDX-RT) ROUNDED =
                       WS-SOMA-PATRONAL * RT-BRUTO(WS-IDX-RT)
                           / WS-SOMA-BRUTO
                   ADD RT-PATRONAL(WS-IDX-RT) TO WS-PATRONAL-RATEADO
               END-IF
           END-PERFORM.
           IF WS-ULTIMO-RATEIO > 0
               SET WS-IDX-RT TO WS-ULTIMO-RATEIO
               COMPUTE WS-PATRONAL-RESTO =
                   WS-SOMA-PATRONAL - WS-PATRONAL-RATEADO
               COMPUTE RT-PATRONAL(WS-IDX-RT) =
                   RT-PATRONAL(WS-IDX-RT) + WS-PATRONAL-RESTO
           END-IF.
      *
      * GRAVACAO DO ARQUIVO DE PARTIDAS E DA LISTAGEM DE CONFERENCIA
           WRITE REG-LISTAGEM.
           MOVE WS-LINHA-FINA  TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE "S" TO WS-PARTIDA-RATEADA.
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                   UNTIL WS-IDX-RT > WS-TOTAL-RATEIO
               PERFORM GRAVAR-PARTIDAS-CENTRO
           END-PERFORM.
           MOVE "N" TO WS-PARTIDA-RATEADA.
           MOVE 0 TO PART-CCUSTO.
           PERFORM GRAVAR-PARTIDAS-PROVISAO.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-LANCAMENTOS.
           CLOSE ARQ-CONFERENCIA.
      *
      * PARTIDAS DA FOLHA DO CENTRO DE CUSTO EM WS-IDX-RT: DESPESA DE
      * SALARIOS DO CENTRO CONTRA SALARIOS LIQUIDOS, ABONO, INSS,
      * IRRF E PENSAO; DESPESA DE FGTS CONTRA FGTS A DEPOSITAR;
      * DESPESA DE INSS PATRONAL CONTRA INSS A RECOLHER, QUE SAI NA
      * MESMA GPS; E O SALARIO-FAMILIA PAGO, DEBITADO EM INSS A
      * RECOLHER CONTRA SALARIOS A PAGAR, POIS E' COMPENSADO NA GPS.
      * PARTIDAS ZERADAS NAO SAO GRAVADAS.
      *
       GRAVAR-PARTIDAS-CENTRO.
           MOVE RT-CCUSTO(WS-IDX-RT) TO PART-CCUSTO.
           MOVE RT-CONTA-DESPESA(WS-IDX-RT) TO PART-CONTA-DEB.
           MOVE WS-CONTA-SALARIOS  TO PART-CONTA-CRED.
           MOVE "SALARIOS LIQUIDOS A PAGAR" TO PART-HISTORICO.
           COMPUTE PART-VALOR =
               RT-LIQUIDO(WS-IDX-RT) - RT-ABONO(WS-IDX-RT)
                   - RT-SAL-FAMILIA(WS-IDX-RT).
           IF PART-VALOR > 0
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF RT-ABONO(WS-IDX-RT) > 0
               MOVE RT-CONTA-DESPESA(WS-IDX-RT) TO PART-CONTA-DEB
               MOVE WS-CONTA-SALARIOS TO PART-CONTA-CRED
               MOVE "ABONO DE FERIAS E TERCO (ISENTOS)"
                   TO PART-HISTORICO
               MOVE RT-ABONO(WS-IDX-RT) TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF RT-INSS(WS-IDX-RT) > 0
               MOVE RT-CONTA-DESPESA(WS-IDX-RT) TO PART-CONTA-DEB
               MOVE WS-CONTA-INSS      TO PART-CONTA-CRED
               MOVE "INSS RETIDO A RECOLHER" TO PART-HISTORICO
               MOVE RT-INSS(WS-IDX-RT) TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF RT-IR(WS-IDX-RT) > 0
               MOVE RT-CONTA-DESPESA(WS-IDX-RT) TO PART-CONTA-DEB
               MOVE WS-CONTA-IRRF      TO PART-CONTA-CRED
               MOVE "IRRF RETIDO A RECOLHER" TO PART-HISTORICO
               MOVE RT-IR(WS-IDX-RT)   TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF RT-PENSAO(WS-IDX-RT) > 0
               MOVE RT-CONTA-DESPESA(WS-IDX-RT) TO PART-CONTA-DEB
               MOVE WS-CONTA-PENSAO    TO PART-CONTA-CRED
               MOVE "PENSAO E DESCONTOS A REPASSAR"
                   TO PART-HISTORICO
               MOVE RT-PENSAO(WS-IDX-RT) TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF RT-FGTS(WS-IDX-RT) > 0
               MOVE RT-CONTA-DESP-FGTS(WS-IDX-RT) TO PART-CONTA-DEB
               MOVE WS-CONTA-FGTS      TO PART-CONTA-CRED
               MOVE "FGTS A DEPOSITAR" TO PART-HISTORICO
               MOVE RT-FGTS(WS-IDX-RT) TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF RT-PATRONAL(WS-IDX-RT) > 0
               MOVE RT-CONTA-DESP-PATR(WS-IDX-RT) TO PART-CONTA-DEB
               MOVE WS-CONTA-INSS      TO PART-CONTA-CRED
               MOVE "INSS PATRONAL RAT E TERCEIROS"
                   TO PART-HISTORICO
               MOVE RT-PATRONAL(WS-IDX-RT) TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF RT-SAL-FAMILIA(WS-IDX-RT) > 0
               MOVE WS-CONTA-INSS      TO PART-CONTA-DEB
               MOVE WS-CONTA-SALARIOS  TO PART-CONTA-CRED
               MOVE "SALARIO-FAMILIA A COMPENSAR"
                   TO PART-HISTORICO
               MOVE RT-SAL-FAMILIA(WS-IDX-RT) TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
      *
      * PARTIDAS DAS PROVISOES: CONSTITUICAO DEBITANDO A DESPESA E
      * CREDITANDO A PROVISAO NO PASSIVO; REVERSAO DO QUE FOI BAIXADO
      * (FERIAS E 13O PAGOS, RESCISOES) NO SENTIDO INVERSO, POIS A
      * DESPESA EFETIVA JA ENTROU NAS PARTIDAS DA FOLHA DO MES
      *
       GRAVAR-PARTIDAS-PROVISAO.
           IF WS-PROV-FER-CONST > 0
               MOVE WS-CONTA-DESP-PROV-FER TO PART-CONTA-DEB
               MOVE WS-CONTA-PROV-FERIAS   TO PART-CONTA-CRED
               MOVE "CONSTITUICAO PROVISAO FERIAS" TO PART-HISTORICO
               MOVE WS-PROV-FER-CONST      TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF WS-PROV-13-CONST > 0
               MOVE WS-CONTA-DESP-PROV-13  TO PART-CONTA-DEB
               MOVE WS-CONTA-PROV-13       TO PART-CONTA-CRED
               MOVE "CONSTITUICAO PROVISAO 13O SAL."
                   TO PART-HISTORICO
               MOVE WS-PROV-13-CONST       TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF WS-PROV-ENC-CONST > 0
               MOVE WS-CONTA-DESP-PROV-ENC TO PART-CONTA-DEB
               MOVE WS-CONTA-PROV-ENCARGOS TO PART-CONTA-CRED
               MOVE "CONSTITUICAO PROV. ENCARGOS"  TO PART-HISTORICO
               MOVE WS-PROV-ENC-CONST      TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF WS-PROV-FER-BAIXA > 0
               MOVE WS-CONTA-PROV-FERIAS   TO PART-CONTA-DEB
               MOVE WS-CONTA-DESP-PROV-FER TO PART-CONTA-CRED
               MOVE "REVERSAO PROVISAO FERIAS"     TO PART-HISTORICO
               MOVE WS-PROV-FER-BAIXA      TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF WS-PROV-13-BAIXA > 0
               MOVE WS-CONTA-PROV-13       TO PART-CONTA-DEB
               MOVE WS-CONTA-DESP-PROV-13  TO PART-CONTA-CRED
               MOVE "REVERSAO PROVISAO 13O SALARIO" TO PART-HISTORICO
               MOVE WS-PROV-13-BAIXA       TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
           IF WS-PROV-ENC-BAIXA > 0
               MOVE WS-CONTA-PROV-ENCARGOS TO PART-CONTA-DEB
               MOVE WS-CONTA-DESP-PROV-ENC TO PART-CONTA-CRED
               MOVE "REVERSAO PROVISAO ENCARGOS"   TO PART-HISTORICO
               MOVE WS-PROV-ENC-BAIXA      TO PART-VALOR
               PERFORM GRAVAR-PARTIDA
           END-IF.
      *
      * GRAVACAO DE UMA PARTIDA DOBRADA NO ARQUIVO DE EXPORTACAO E DA
      * LINHA CORRESPONDENTE NA LISTAGEM. COMO CADA PARTIDA DEBITA E
           MOVE PART-CONTA-CRED TO LIN-PART-CRED.
           MOVE PART-HISTORICO  TO LIN-PART-HIST.
           MOVE PART-VALOR      TO LIN-PART-VALOR.
           IF PARTIDA-RATEADA
               MOVE PART-CCUSTO TO LIN-PART-CC
           END-IF.
           MOVE WS-LIN-PARTIDA  TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
      *
           MOVE WS-SOMA-FGTS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "INSS PATRONAL (O MESMO DA GPS):" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-PATRONAL TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "SALARIO-FAMILIA (COMPENSADO NA GPS):"
               TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-SAL-FAMILIA TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE WS-LINHA-FINA TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE " PROVISOES DO MES (OS MESMOS DO CALC-PROVISAO):"
               TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "CONSTITUICAO FERIAS + 1/3:" TO LIN-TOT-TEXTO.
           MOVE WS-PROV-FER-CONST TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "CONSTITUICAO 13O SALARIO:" TO LIN-TOT-TEXTO.
           MOVE WS-PROV-13-CONST TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "CONSTITUICAO ENCARGOS:" TO LIN-TOT-TEXTO.
           MOVE WS-PROV-ENC-CONST TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "REVERSAO FERIAS + 1/3:" TO LIN-TOT-TEXTO.
           MOVE WS-PROV-FER-BAIXA TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "REVERSAO 13O SALARIO:" TO LIN-TOT-TEXTO.
           MOVE WS-PROV-13-BAIXA TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "REVERSAO ENCARGOS:" TO LIN-TOT-TEXTO.
           MOVE WS-PROV-ENC-BAIXA TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           PERFORM IMPRIMIR-RATEIO.
           PERFORM IMPRIMIR-SEM-CENTRO.
           MOVE WS-LINHA-TRACO TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
      *
      * QUADRO DO RATEIO: BRUTO, FGTS E PATRONAL DE CADA CENTRO DE
      * CUSTO COM MOVIMENTO NA COMPETENCIA
      *
       IMPRIMIR-RATEIO.
           MOVE WS-LINHA-FINA TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE " RATEIO POR CENTRO DE CUSTO:" TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE WS-LIN-COL-RATEIO TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                   UNTIL WS-IDX-RT > WS-TOTAL-RATEIO
               IF RT-BRUTO(WS-IDX-RT) > 0 OR RT-FGTS(WS-IDX-RT) > 0
                       OR RT-LIQUIDO(WS-IDX-RT) > 0
                   MOVE SPACES TO WS-LIN-RATEIO
                   MOVE RT-CCUSTO(WS-IDX-RT)    TO LIN-RT-CCUSTO
                   MOVE RT-DESCRICAO(WS-IDX-RT) TO LIN-RT-DESCRICAO
                   MOVE RT-BRUTO(WS-IDX-RT)     TO LIN-RT-BRUTO
                   MOVE RT-FGTS(WS-IDX-RT)      TO LIN-RT-FGTS
                   MOVE RT-PATRONAL(WS-IDX-RT)  TO LIN-RT-PATRONAL
                   MOVE WS-LIN-RATEIO TO REG-LISTAGEM
                   WRITE REG-LISTAGEM
               END-IF
           END-PERFORM.
      *
      * FUNCIONARIOS COM LANCAMENTO NA COMPETENCIA E SEM CENTRO DE
      * CUSTO VALIDO, QUE FORAM PARA O CENTRO 0000 OU PARA UM CODIGO
      * SEM CADASTRO, PARA O DEPARTAMENTO PESSOAL CORRIGIR
      *
       IMPRIMIR-SEM-CENTRO.
           MOVE WS-LINHA-FINA TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           IF WS-TOTAL-SEM-CC = 0
               MOVE " TODOS OS FUNCIONARIOS COM CENTRO DE CUSTO."
                   TO REG-LISTAGEM
               WRITE REG-LISTAGEM
           ELSE
               MOVE " FUNCIONARIOS SEM CENTRO DE CUSTO VALIDO:"
                   TO REG-LISTAGEM
               WRITE REG-LISTAGEM
               PERFORM VARYING WS-IDX-SC FROM 1 BY 1
                       UNTIL WS-IDX-SC > WS-TOTAL-SEM-CC
                   MOVE SPACES TO WS-LIN-SEM-CC
                   MOVE SC-ID(WS-IDX-SC)   TO LIN-SC-ID
                   MOVE SC-NOME(WS-IDX-SC) TO LIN-SC-NOME
                   IF SC-MOTIVO(WS-IDX-SC) = "S"
                       MOVE "SEM CENTRO DE CUSTO NO CADASTRO"
                           TO LIN-SC-MOTIVO
                   ELSE IF SC-MOTIVO(WS-IDX-SC) = "N"
                       MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                           TO LIN-SC-MOTIVO
                   ELSE
                       MOVE "MATRICULA FORA DO CADASTRO"
                           TO LIN-SC-MOTIVO
                   END-IF
                   END-IF
                   MOVE WS-LIN-SEM-CC TO REG-LISTAGEM
                   WRITE REG-LISTAGEM
               END-PERFORM
               IF SEM-CC-EXCEDIDO
                   MOVE " (LISTAGEM LIMITADA AOS 2000 PRIMEIROS)"
                       TO REG-LISTAGEM
                   WRITE REG-LISTAGEM
               END-IF
           END-IF.
      *
      * MONTA OS NOMES DOS ARQUIVOS DE MOVIMENTO DA EMPRESA
      * SELECIONADA (SUFIXO -ENNN), NO MOLDE DO FOLHA-AAAAMM.DAT
      * DO FECHA-MES
           MOVE WS-NOME-FGTSM-EMP TO WS-ARQ-FGTS-MENSAL.
           MOVE WS-EMPRESA-CODIGO TO NOME-LCTB-EMP.
           MOVE WS-NOME-LCTB-EMP TO WS-ARQ-LANC-CONTAB.
           MOVE WS-EMPRESA-CODIGO TO NOME-PROV-EMP.
           MOVE WS-NOME-PROV-EMP TO WS-ARQ-PROVISOES.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-CCUSTO-EMP.
           MOVE WS-NOME-CCUSTO-EMP TO WS-ARQ-CENTROS-CUSTO.
