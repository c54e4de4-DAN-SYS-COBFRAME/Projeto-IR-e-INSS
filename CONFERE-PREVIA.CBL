       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONFERE-PREVIA.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * RELATORIO DE EXCECOES DA FOLHA PREVIA, CHAMADO PELO           *
      * CALC-SALARIO-LOTE AO FIM DE UMA PREVIA: COMPARA CADA          *
      * FUNCIONARIO DE FOLHA-PREVIA-ENNN.DAT COM A ULTIMA COMPETENCIA *
      * FECHADA (O FOLHA-ENNN-AAAAMM.DAT MAIS RECENTE GUARDADO PELO   *
      * FECHA-MES NOS 12 MESES ANTERIORES) E APONTA, PARA A EQUIPE    *
      * CORRIGIR AS ENTRADAS ANTES DO LOTE DEFINITIVO:                *
      * - BRUTO OU LIQUIDO QUE VARIOU ACIMA DO PERCENTUAL DE          *
      *   TABELA-TAXAS.DAT (PARA MAIS OU PARA MENOS);                 *
      * - LIQUIDO ZERADO OU ABAIXO DO PERCENTUAL MINIMO DO BRUTO;     *
      * - FUNCIONARIO NOVO (SEM FOLHA NA COMPETENCIA ANTERIOR) E      *
      *   FUNCIONARIO DA COMPETENCIA ANTERIOR AUSENTE NA PREVIA;      *
      * - EVENTO NUNCA PAGO AO FUNCIONARIO EM NENHUMA DAS COMPETENCIAS *
      *   FECHADAS DOS ULTIMOS 12 MESES (SO' PARA QUEM TEM ALGUMA     *
      *   FOLHA NESSE PERIODO; PARA O FUNCIONARIO NOVO TUDO E' NOVO). *
      * O RELATORIO SAI EM EXCECOES-PREVIA.TXT.                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FOLHA ASSIGN USING WS-ARQ-FOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLHA.

           SELECT ARQ-TABELA-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA-TAXAS.

           SELECT ARQ-RELATORIO ASSIGN TO "EXCECOES-PREVIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *
      * A MESMA DESCRICAO SERVE PARA A PREVIA E PARA AS FOLHAS
      * FECHADAS, LIDAS UMA DE CADA VEZ PELO NOME EM WS-ARQ-FOLHA
      *
       FD  ARQ-FOLHA.
           COPY REGFOLHA.CPY.

       FD  ARQ-TABELA-TAXAS.
           COPY TABTAXAS.CPY.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO             PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-FS-FOLHA            PIC X(2).
       01 WS-FS-TABELA-TAXAS     PIC X(2).
       01 WS-FS-RELATORIO        PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-ACHOU-PREVIA        PIC X(1) VALUE "N".
           88 ACHOU-PREVIA            VALUE "S".
       01 WS-ID-BUSCA            PIC 9(6) VALUE 0.
       01 WS-IND-EVT             PIC 9(2) VALUE 0.
       01 WS-IND-EVT-PRV         PIC 9(2) VALUE 0.
       01 WS-IND-MES             PIC 9(2) VALUE 0.
       01 WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPETENCIA-ANO PIC 9(4).
           05 WS-COMPETENCIA-MES PIC 9(2).
      *
      * COMPETENCIA FECHADA PROCURADA NA VOLTA PELOS 12 MESES
      * ANTERIORES A PREVIA, E A MAIS RECENTE ENCONTRADA (ZERO SE
      * NENHUMA), QUE E' A BASE DAS COMPARACOES DE VALOR
      *
       01 WS-COMP-BUSCA          PIC 9(6) VALUE 0.
       01 WS-COMP-BUSCA-R REDEFINES WS-COMP-BUSCA.
           05 WS-COMP-BUSCA-ANO  PIC 9(4).
           05 WS-COMP-BUSCA-MES  PIC 9(2).
       01 WS-COMPET-ANTERIOR     PIC 9(6) VALUE 0.
       01 WS-COMPET-ANTERIOR-R REDEFINES WS-COMPET-ANTERIOR.
           05 WS-COMPET-ANT-ANO  PIC 9(4).
           05 WS-COMPET-ANT-MES  PIC 9(2).
       01 WS-QTD-MESES-LIDOS     PIC 9(2) VALUE 0.
      *
      * PERCENTUAIS VIGENTES (PADRAO DE FABRICA DE TABDFLT.CPY OU O
      * VALOR DE TABELA-TAXAS.DAT) E OS VALORES DE TRABALHO DAS
      * VERIFICACOES
      *
       COPY TABDFLT.CPY.
       01 WS-LIMITE-VARIACAO     PIC 9(3)V9  VALUE 0.
       01 WS-VARIACAO            PIC S9(7)V9 VALUE 0.
       01 WS-VALOR-ANT           PIC 9(6)V99 VALUE 0.
       01 WS-VALOR-PRV           PIC 9(6)V99 VALUE 0.
       01 WS-LIQUIDO-MINIMO      PIC 9(7)V99 VALUE 0.
       01 WS-TEXTO-VARIACAO      PIC X(22)   VALUE SPACES.
       01 WS-TEXTO-EVENTO.
           05 FILLER             PIC X(7)  VALUE "EVENTO ".
           05 TEXTO-EVT-CODIGO   PIC 9(3).
           05 FILLER             PIC X(11) VALUE " NUNCA PAGO".
      *
      * FOLHA PREVIA EM MEMORIA. PV-NA-ANTERIOR MARCA QUEM TEM FOLHA
      * NA ULTIMA COMPETENCIA FECHADA (COM OS VALORES DELA EM
      * PV-BRUTO-ANT E PV-LIQUIDO-ANT); PV-TEM-HISTORICO, QUEM TEM
      * FOLHA EM QUALQUER UMA DAS COMPETENCIAS FECHADAS LIDAS; E
      * PV-EVT-VISTO, OS EVENTOS DA PREVIA JA PAGOS AO FUNCIONARIO
      * EM ALGUMA DELAS.
      *
       01 WS-QTD-PREVIA          PIC 9(4) VALUE 0.
       01 WS-TAB-PREVIA.
           05 WS-PREVIA OCCURS 2000 TIMES INDEXED BY WS-IDX-PRV.
               10 PV-ID              PIC 9(6).
               10 PV-NOME            PIC X(30).
               10 PV-BRUTO           PIC 9(6)V99.
               10 PV-LIQUIDO         PIC 9(6)V99.
               10 PV-NA-ANTERIOR     PIC X(1).
               10 PV-TEM-HISTORICO   PIC X(1).
               10 PV-BRUTO-ANT       PIC 9(6)V99.
               10 PV-LIQUIDO-ANT     PIC 9(6)V99.
               10 PV-QTD-EVT         PIC 9(2).
               10 PV-EVENTO OCCURS 5 TIMES.
                   15 PV-EVT-CODIGO  PIC 9(3).
                   15 PV-EVT-VALOR   PIC 9(6)V99.
                   15 PV-EVT-VISTO   PIC X(1).
      *
      * TOTALIZADORES DO RELATORIO
      *
       01 WS-QTD-ANTERIOR        PIC 9(6)    VALUE 0.
       01 WS-TOTAL-EXCECOES      PIC 9(6)    VALUE 0.
       01 WS-TOTAL-NOVOS         PIC 9(6)    VALUE 0.
       01 WS-TOTAL-AUSENTES      PIC 9(6)    VALUE 0.
       01 WS-SOMA-PRV-BRUTO      PIC 9(8)V99 VALUE 0.
       01 WS-SOMA-PRV-LIQUIDO    PIC 9(8)V99 VALUE 0.
       01 WS-SOMA-ANT-BRUTO      PIC 9(8)V99 VALUE 0.
       01 WS-SOMA-ANT-LIQUIDO    PIC 9(8)V99 VALUE 0.
      *
      * LINHAS DO RELATORIO DE EXCECOES
      *
       01 WS-LINHA-TRACO         PIC X(72) VALUE ALL "=".
       01 WS-LINHA-FINA          PIC X(72) VALUE ALL "-".
       01 WS-LIN-TITULO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(40)
               VALUE "FOLHA PREVIA - EXCECOES - COMPETENCIA ".
           05 LIN-TIT-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-TIT-ANO        PIC 9(4).
       01 WS-LIN-EMPRESA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(9)  VALUE "EMPRESA: ".
           05 LIN-EMP-CODIGO     PIC 9(3).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-EMP-NOME       PIC X(30).
       01 WS-LIN-BASE.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(37)
               VALUE "COMPARADA COM A COMPETENCIA FECHADA ".
           05 LIN-BASE-MES       PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-BASE-ANO       PIC 9(4).
       01 WS-LIN-PARAMETROS.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(18) VALUE "VARIACAO MAXIMA: ".
           05 LIN-PAR-VARIACAO   PIC ZZ9.9.
           05 FILLER             PIC X(20) VALUE "%   LIQUIDO MINIMO: ".
           05 LIN-PAR-MINIMO     PIC ZZ9.9.
           05 FILLER             PIC X(10) VALUE "% DO BRUTO".
       01 WS-LIN-COLUNAS.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(7)  VALUE "MATRIC.".
           05 FILLER             PIC X(14) VALUE "NOME".
           05 FILLER             PIC X(22) VALUE "OCORRENCIA".
           05 FILLER             PIC X(9)  VALUE " ANTERIOR".
           05 FILLER             PIC X(10) VALUE "    PREVIA".
           05 FILLER             PIC X(8)  VALUE "   VAR %".
       01 WS-LIN-EXCECAO.
           05 FILLER             PIC X(1).
           05 LIN-EXC-ID         PIC 9(6).
           05 FILLER             PIC X(1).
           05 LIN-EXC-NOME       PIC X(13).
           05 FILLER             PIC X(1).
           05 LIN-EXC-TEXTO      PIC X(22).
           05 LIN-EXC-ANTERIOR   PIC ZZZZZ9.99.
           05 FILLER             PIC X(1).
           05 LIN-EXC-PREVIA     PIC ZZZZZ9.99.
           05 FILLER             PIC X(1).
           05 LIN-EXC-VARIACAO   PIC -ZZZ9.9.
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1).
           05 LIN-TOT-TEXTO      PIC X(45).
           05 LIN-TOT-VALOR      PIC ZZZZZZZ9.99.
      *
      * NOMES DA FOLHA PREVIA E DAS FOLHAS FECHADAS DA EMPRESA, NO
      * MOLDE DOS NOMES GRAVADOS PELO CALC-SALARIO-LOTE E PELO
      * FECHA-MES
      *
       01 WS-ARQ-FOLHA           PIC X(30).
       01 WS-NOME-FPRV-EMP.
           05 FILLER             PIC X(14) VALUE
               "FOLHA-PREVIA-E".
           05 NOME-FPRV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-FOLHA-MES.
           05 FILLER             PIC X(7)  VALUE "FOLHA-E".
           05 NOME-FOLHA-MES-EMP PIC 9(3).
           05 FILLER             PIC X(1)  VALUE "-".
           05 NOME-FOLHA-COMP    PIC 9(6).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       LINKAGE SECTION.
       01 LK-EMPRESA-CODIGO      PIC 9(3).
       01 LK-EMPRESA-NOME        PIC X(30).
       01 LK-COMPETENCIA         PIC 9(6).

       PROCEDURE DIVISION USING LK-EMPRESA-CODIGO LK-EMPRESA-NOME
               LK-COMPETENCIA.
       MAIN-PROCEDURE.
           MOVE LK-COMPETENCIA TO WS-COMPETENCIA.
           PERFORM CARREGAR-TABELA-TAXAS.
           PERFORM CARREGAR-PREVIA.
           PERFORM LER-COMPETENCIAS-FECHADAS.
           PERFORM ABRIR-RELATORIO.
           PERFORM VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-QTD-PREVIA
               PERFORM CONFERIR-FUNCIONARIO
           END-PERFORM.
           IF WS-COMPET-ANTERIOR > 0
               PERFORM APONTAR-AUSENTES
           END-IF.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-RELATORIO.
           IF WS-COMPET-ANTERIOR = 0
               DISPLAY "AVISO: NENHUMA COMPETENCIA FECHADA NOS 12 "
                   "MESES ANTERIORES PARA COMPARAR A PREVIA."
           ELSE
               DISPLAY "PREVIA COMPARADA COM A COMPETENCIA FECHADA "
                   WS-COMPET-ANTERIOR
           END-IF.
           DISPLAY "EXCECOES APONTADAS NA PREVIA: " WS-TOTAL-EXCECOES.
           DISPLAY "RELATORIO GRAVADO EM EXCECOES-PREVIA.TXT".
           GOBACK.
      *
      * CARREGA O PERCENTUAL MINIMO DO LIQUIDO E A VARIACAO MAXIMA DE
      * TABELA-TAXAS.DAT, SE O ARQUIVO EXISTIR E OS CAMPOS ESTIVEREM
      * PREENCHIDOS; SENAO VALEM OS PADROES DE FABRICA.
      *
       CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-TABELA-TAXAS.
           IF WS-FS-TABELA-TAXAS = "00"
               READ ARQ-TABELA-TAXAS
                   NOT AT END
                       IF TAB-LIQUIDO-MIN-PCT NUMERIC
                           MOVE TAB-LIQUIDO-MIN-PCT
                               TO WS-LIQUIDO-MIN-PCT
                       END-IF
                       IF TAB-VARIACAO-PREVIA-PCT NUMERIC
                           MOVE TAB-VARIACAO-PREVIA-PCT
                               TO WS-VARIACAO-PREVIA-PCT
                       END-IF
               END-READ
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
           COMPUTE WS-LIMITE-VARIACAO ROUNDED =
               WS-VARIACAO-PREVIA-PCT * 100.
      *
      * CARGA DA FOLHA PREVIA RECEM-GRAVADA PARA A TABELA EM MEMORIA.
      * SEM A PREVIA NAO HA O QUE CONFERIR.
      *
       CARREGAR-PREVIA.
           MOVE LK-EMPRESA-CODIGO TO NOME-FPRV-EMP.
           MOVE WS-NOME-FPRV-EMP  TO WS-ARQ-FOLHA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQ-FOLHA.
           IF WS-FS-FOLHA NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-FOLHA ": " WS-FS-FOLHA
               DISPLAY "RELATORIO DE EXCECOES DA PREVIA NAO EMITIDO."
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM LER-PREVIA
           END-PERFORM.
           CLOSE ARQ-FOLHA.
      *
      * LEITURA DE UM REGISTRO DA PREVIA PARA A TABELA, COM OS
      * EVENTOS PAGOS NO MES AINDA NAO VISTOS NO HISTORICO
      *
       LER-PREVIA.
           READ ARQ-FOLHA
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-QTD-PREVIA >= 2000
                       DISPLAY "ERRO: MAIS DE 2000 FUNCIONARIOS NA "
                           "FOLHA PREVIA."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "CONFERE-PREVIA.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-PREVIA
                   SET WS-IDX-PRV TO WS-QTD-PREVIA
                   MOVE FOLHA-ID              TO PV-ID(WS-IDX-PRV)
                   MOVE FOLHA-NOME            TO PV-NOME(WS-IDX-PRV)
                   MOVE FOLHA-SALARIO-BRUTO   TO PV-BRUTO(WS-IDX-PRV)
                   MOVE FOLHA-SALARIO-LIQUIDO
                       TO PV-LIQUIDO(WS-IDX-PRV)
                   MOVE "N" TO PV-NA-ANTERIOR(WS-IDX-PRV)
                   MOVE "N" TO PV-TEM-HISTORICO(WS-IDX-PRV)
                   MOVE 0   TO PV-BRUTO-ANT(WS-IDX-PRV)
                   MOVE 0   TO PV-LIQUIDO-ANT(WS-IDX-PRV)
                   MOVE 0   TO PV-QTD-EVT(WS-IDX-PRV)
                   PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                           UNTIL WS-IND-EVT > 5
                       IF FOLHA-EVT-CODIGO(WS-IND-EVT) NUMERIC
                               AND FOLHA-EVT-CODIGO(WS-IND-EVT) > 0
                           ADD 1 TO PV-QTD-EVT(WS-IDX-PRV)
                           MOVE PV-QTD-EVT(WS-IDX-PRV)
                               TO WS-IND-EVT-PRV
                           MOVE FOLHA-EVT-CODIGO(WS-IND-EVT) TO
                               PV-EVT-CODIGO(WS-IDX-PRV WS-IND-EVT-PRV)
                           MOVE FOLHA-EVT-VALOR(WS-IND-EVT) TO
                               PV-EVT-VALOR(WS-IDX-PRV WS-IND-EVT-PRV)
                           MOVE "N" TO
                               PV-EVT-VISTO(WS-IDX-PRV WS-IND-EVT-PRV)
                       END-IF
                   END-PERFORM
                   ADD FOLHA-SALARIO-BRUTO   TO WS-SOMA-PRV-BRUTO
                   ADD FOLHA-SALARIO-LIQUIDO TO WS-SOMA-PRV-LIQUIDO
           END-READ.
      *
      * VOLTA MES A MES PELOS 12 MESES ANTERIORES A COMPETENCIA DA
      * PREVIA, LENDO AS FOLHAS FECHADAS QUE EXISTIREM. A PRIMEIRA
      * ENCONTRADA E' A ULTIMA COMPETENCIA FECHADA.
      *
       LER-COMPETENCIAS-FECHADAS.
           MOVE WS-COMPETENCIA TO WS-COMP-BUSCA.
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 12
               IF WS-COMP-BUSCA-MES = 1
                   SUBTRACT 1 FROM WS-COMP-BUSCA-ANO
                   MOVE 12 TO WS-COMP-BUSCA-MES
               ELSE
                   SUBTRACT 1 FROM WS-COMP-BUSCA-MES
               END-IF
               PERFORM LER-FOLHA-FECHADA
           END-PERFORM.
      *
      * LEITURA DA FOLHA FECHADA DA COMPETENCIA WS-COMP-BUSCA, SE O
      * FECHA-MES A GUARDOU. COMPETENCIA SEM ARQUIVO E' PULADA.
      *
       LER-FOLHA-FECHADA.
           MOVE LK-EMPRESA-CODIGO TO NOME-FOLHA-MES-EMP.
           MOVE WS-COMP-BUSCA     TO NOME-FOLHA-COMP.
           MOVE WS-NOME-FOLHA-MES TO WS-ARQ-FOLHA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQ-FOLHA.
           IF WS-FS-FOLHA = "00"
               IF WS-COMPET-ANTERIOR = 0
                   MOVE WS-COMP-BUSCA TO WS-COMPET-ANTERIOR
               END-IF
               ADD 1 TO WS-QTD-MESES-LIDOS
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-REGISTRO-FECHADO
               END-PERFORM
               CLOSE ARQ-FOLHA
           END-IF.
      *
      * LEITURA DE UM REGISTRO DE UMA FOLHA FECHADA: OS TOTAIS DA
      * ULTIMA COMPETENCIA FECHADA SAO SOMADOS, E O FUNCIONARIO, SE
      * ESTIVER NA PREVIA, TEM O HISTORICO REGISTRADO.
      *
       LER-REGISTRO-FECHADO.
           READ ARQ-FOLHA
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-COMP-BUSCA = WS-COMPET-ANTERIOR
                       ADD 1 TO WS-QTD-ANTERIOR
                       ADD FOLHA-SALARIO-BRUTO TO WS-SOMA-ANT-BRUTO
                       ADD FOLHA-SALARIO-LIQUIDO
                           TO WS-SOMA-ANT-LIQUIDO
                   END-IF
                   MOVE FOLHA-ID TO WS-ID-BUSCA
                   PERFORM LOCALIZAR-PREVIA
                   IF ACHOU-PREVIA
                       PERFORM REGISTRAR-HISTORICO
                   END-IF
           END-READ.
      *
      * REGISTRA NA ENTRADA DA PREVIA APONTADA POR WS-IDX-PRV O
      * REGISTRO DA FOLHA FECHADA RECEM-LIDO: OS VALORES, SE FOR DA
      * ULTIMA COMPETENCIA FECHADA, E OS EVENTOS QUE JA FORAM PAGOS.
      * CODIGO DE EVENTO EM BRANCO (ARQUIVOS ANTIGOS) E' IGNORADO.
      *
       REGISTRAR-HISTORICO.
           MOVE "S" TO PV-TEM-HISTORICO(WS-IDX-PRV).
           IF WS-COMP-BUSCA = WS-COMPET-ANTERIOR
               MOVE "S" TO PV-NA-ANTERIOR(WS-IDX-PRV)
               MOVE FOLHA-SALARIO-BRUTO TO PV-BRUTO-ANT(WS-IDX-PRV)
               MOVE FOLHA-SALARIO-LIQUIDO
                   TO PV-LIQUIDO-ANT(WS-IDX-PRV)
           END-IF.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > 5
               IF FOLHA-EVT-CODIGO(WS-IND-EVT) NUMERIC
                   PERFORM VARYING WS-IND-EVT-PRV FROM 1 BY 1
                           UNTIL WS-IND-EVT-PRV
                               > PV-QTD-EVT(WS-IDX-PRV)
                       IF PV-EVT-CODIGO(WS-IDX-PRV WS-IND-EVT-PRV)
                               = FOLHA-EVT-CODIGO(WS-IND-EVT)
                           MOVE "S" TO
                               PV-EVT-VISTO(WS-IDX-PRV WS-IND-EVT-PRV)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
      * PROCURA A MATRICULA WS-ID-BUSCA NA TABELA DA PREVIA; SE
      * ENCONTRAR, WS-IDX-PRV FICA POSICIONADO NA ENTRADA.
      *
       LOCALIZAR-PREVIA.
           MOVE "N" TO WS-ACHOU-PREVIA.
           SET WS-IDX-PRV TO 1.
           IF WS-QTD-PREVIA > 0
               SEARCH WS-PREVIA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-PRV > WS-QTD-PREVIA
                       CONTINUE
                   WHEN PV-ID(WS-IDX-PRV) = WS-ID-BUSCA
                       MOVE "S" TO WS-ACHOU-PREVIA
               END-SEARCH
           END-IF.
      *
      * ABERTURA DO RELATORIO COM O CABECALHO: COMPETENCIA DA
      * PREVIA, EMPRESA, COMPETENCIA FECHADA USADA NA COMPARACAO E
      * OS PERCENTUAIS VIGENTES
      *
       ABRIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR EXCECOES-PREVIA.TXT: "
                   WS-FS-RELATORIO
               STOP RUN
           END-IF.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-COMPETENCIA-MES TO LIN-TIT-MES.
           MOVE WS-COMPETENCIA-ANO TO LIN-TIT-ANO.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LK-EMPRESA-CODIGO TO LIN-EMP-CODIGO.
           MOVE LK-EMPRESA-NOME   TO LIN-EMP-NOME.
           MOVE WS-LIN-EMPRESA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WS-COMPET-ANTERIOR = 0
               MOVE " NENHUMA COMPETENCIA FECHADA NOS 12 MESES "
                   & "ANTERIORES: SO' O LIQUIDO E' CONFERIDO."
                   TO REG-RELATORIO
           ELSE
               MOVE WS-COMPET-ANT-MES TO LIN-BASE-MES
               MOVE WS-COMPET-ANT-ANO TO LIN-BASE-ANO
               MOVE WS-LIN-BASE TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           MOVE WS-LIMITE-VARIACAO TO LIN-PAR-VARIACAO.
           COMPUTE LIN-PAR-MINIMO = WS-LIQUIDO-MIN-PCT * 100.
           MOVE WS-LIN-PARAMETROS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * CONFERENCIA DE UM FUNCIONARIO DA PREVIA (WS-IDX-PRV) CONTRA A
      * ULTIMA COMPETENCIA FECHADA E O HISTORICO DE EVENTOS
      *
       CONFERIR-FUNCIONARIO.
           IF WS-COMPET-ANTERIOR > 0
                   AND PV-NA-ANTERIOR(WS-IDX-PRV) = "N"
               PERFORM PREPARAR-LINHA-PREVIA
               MOVE "FUNCIONARIO NOVO" TO LIN-EXC-TEXTO
               MOVE PV-LIQUIDO(WS-IDX-PRV) TO LIN-EXC-PREVIA
               PERFORM GRAVAR-EXCECAO
               ADD 1 TO WS-TOTAL-NOVOS
           END-IF.
           IF PV-NA-ANTERIOR(WS-IDX-PRV) = "S"
               MOVE PV-BRUTO-ANT(WS-IDX-PRV) TO WS-VALOR-ANT
               MOVE PV-BRUTO(WS-IDX-PRV)     TO WS-VALOR-PRV
               MOVE "VARIACAO NO BRUTO"      TO WS-TEXTO-VARIACAO
               PERFORM VERIFICAR-VARIACAO
               MOVE PV-LIQUIDO-ANT(WS-IDX-PRV) TO WS-VALOR-ANT
               MOVE PV-LIQUIDO(WS-IDX-PRV)     TO WS-VALOR-PRV
               MOVE "VARIACAO NO LIQUIDO"      TO WS-TEXTO-VARIACAO
               PERFORM VERIFICAR-VARIACAO
           END-IF.
           COMPUTE WS-LIQUIDO-MINIMO ROUNDED =
               PV-BRUTO(WS-IDX-PRV) * WS-LIQUIDO-MIN-PCT.
           IF PV-LIQUIDO(WS-IDX-PRV) = 0
               PERFORM PREPARAR-LINHA-PREVIA
               MOVE "LIQUIDO ZERADO" TO LIN-EXC-TEXTO
               MOVE PV-LIQUIDO-ANT(WS-IDX-PRV) TO LIN-EXC-ANTERIOR
               MOVE PV-LIQUIDO(WS-IDX-PRV)     TO LIN-EXC-PREVIA
               PERFORM GRAVAR-EXCECAO
           ELSE
               IF PV-LIQUIDO(WS-IDX-PRV) < WS-LIQUIDO-MINIMO
                   PERFORM PREPARAR-LINHA-PREVIA
                   MOVE "LIQUIDO ABAIXO MINIMO" TO LIN-EXC-TEXTO
                   MOVE PV-LIQUIDO-ANT(WS-IDX-PRV)
                       TO LIN-EXC-ANTERIOR
                   MOVE PV-LIQUIDO(WS-IDX-PRV) TO LIN-EXC-PREVIA
                   PERFORM GRAVAR-EXCECAO
               END-IF
           END-IF.
           IF PV-TEM-HISTORICO(WS-IDX-PRV) = "S"
               PERFORM VARYING WS-IND-EVT-PRV FROM 1 BY 1
                       UNTIL WS-IND-EVT-PRV > PV-QTD-EVT(WS-IDX-PRV)
                   IF PV-EVT-VISTO(WS-IDX-PRV WS-IND-EVT-PRV) = "N"
                       PERFORM PREPARAR-LINHA-PREVIA
                       MOVE PV-EVT-CODIGO(WS-IDX-PRV WS-IND-EVT-PRV)
                           TO TEXTO-EVT-CODIGO
                       MOVE WS-TEXTO-EVENTO TO LIN-EXC-TEXTO
                       MOVE PV-EVT-VALOR(WS-IDX-PRV WS-IND-EVT-PRV)
                           TO LIN-EXC-PREVIA
                       PERFORM GRAVAR-EXCECAO
                   END-IF
               END-PERFORM
           END-IF.
      *
      * APONTA A VARIACAO PERCENTUAL DE WS-VALOR-ANT PARA
      * WS-VALOR-PRV QUANDO ELA PASSA DO LIMITE, PARA MAIS OU PARA
      * MENOS. SEM VALOR ANTERIOR NAO HA PERCENTUAL A CALCULAR (O
      * LIQUIDO ZERADO E' APONTADO A PARTE). A COLUNA DO PERCENTUAL
      * VAI ATE 9999,9.
      *
       VERIFICAR-VARIACAO.
           IF WS-VALOR-ANT > 0
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-VALOR-PRV - WS-VALOR-ANT) * 100 / WS-VALOR-ANT
               IF WS-VARIACAO > WS-LIMITE-VARIACAO
                       OR WS-VARIACAO < 0 - WS-LIMITE-VARIACAO
                   PERFORM PREPARAR-LINHA-PREVIA
                   MOVE WS-TEXTO-VARIACAO TO LIN-EXC-TEXTO
                   MOVE WS-VALOR-ANT      TO LIN-EXC-ANTERIOR
                   MOVE WS-VALOR-PRV      TO LIN-EXC-PREVIA
                   IF WS-VARIACAO > 9999.9
                       MOVE 9999.9 TO WS-VARIACAO
                   END-IF
                   MOVE WS-VARIACAO TO LIN-EXC-VARIACAO
                   PERFORM GRAVAR-EXCECAO
               END-IF
           END-IF.
      *
      * LIMPA A LINHA DE EXCECAO E PREENCHE A MATRICULA E O NOME DO
      * FUNCIONARIO DA PREVIA APONTADO POR WS-IDX-PRV
      *
       PREPARAR-LINHA-PREVIA.
           MOVE SPACES TO WS-LIN-EXCECAO.
           MOVE PV-ID(WS-IDX-PRV)   TO LIN-EXC-ID.
           MOVE PV-NOME(WS-IDX-PRV) TO LIN-EXC-NOME.
      *
      * RELEITURA DA ULTIMA COMPETENCIA FECHADA PARA APONTAR QUEM
      * RECEBEU NELA E NAO ESTA NA PREVIA (DESLIGADO, INATIVADO OU
      * REJEITADO NO CALCULO - VER O ARQUIVO DE ERROS DA PREVIA)
      *
       APONTAR-AUSENTES.
           MOVE LK-EMPRESA-CODIGO  TO NOME-FOLHA-MES-EMP.
           MOVE WS-COMPET-ANTERIOR TO NOME-FOLHA-COMP.
           MOVE WS-NOME-FOLHA-MES  TO WS-ARQ-FOLHA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQ-FOLHA.
           IF WS-FS-FOLHA = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-AUSENTE
               END-PERFORM
               CLOSE ARQ-FOLHA
           END-IF.
      *
      * LEITURA DE UM REGISTRO DA ULTIMA COMPETENCIA FECHADA NA
      * PROCURA DOS AUSENTES
      *
       LER-AUSENTE.
           READ ARQ-FOLHA
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE FOLHA-ID TO WS-ID-BUSCA
                   PERFORM LOCALIZAR-PREVIA
                   IF NOT ACHOU-PREVIA
                       MOVE SPACES     TO WS-LIN-EXCECAO
                       MOVE FOLHA-ID   TO LIN-EXC-ID
                       MOVE FOLHA-NOME TO LIN-EXC-NOME
                       MOVE "AUSENTE NA PREVIA" TO LIN-EXC-TEXTO
                       MOVE FOLHA-SALARIO-LIQUIDO
                           TO LIN-EXC-ANTERIOR
                       PERFORM GRAVAR-EXCECAO
                       ADD 1 TO WS-TOTAL-AUSENTES
                   END-IF
           END-READ.
      *
      * GRAVACAO DE UMA LINHA DE EXCECAO NO RELATORIO
      *
       GRAVAR-EXCECAO.
           MOVE WS-LIN-EXCECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO GRAVAR EXCECOES-PREVIA.TXT: "
                   WS-FS-RELATORIO
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-EXCECOES.
      *
      * IMPRESSAO DO BLOCO DE TOTAIS DO RELATORIO
      *
       IMPRIMIR-TOTAIS.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WS-TOTAL-EXCECOES = 0
               MOVE " NENHUMA EXCECAO ENCONTRADA NA PREVIA."
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "FUNCIONARIOS NA PREVIA:" TO LIN-TOT-TEXTO.
           MOVE WS-QTD-PREVIA TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "FUNCIONARIOS NA COMPETENCIA FECHADA:"
               TO LIN-TOT-TEXTO.
           MOVE WS-QTD-ANTERIOR TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "FUNCIONARIOS NOVOS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-NOVOS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "FUNCIONARIOS AUSENTES NA PREVIA:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-AUSENTES TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "SOMA DO BRUTO NA PREVIA:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-PRV-BRUTO TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "SOMA DO BRUTO NA COMPETENCIA FECHADA:"
               TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-ANT-BRUTO TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "SOMA DO LIQUIDO NA PREVIA:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-PRV-LIQUIDO TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "SOMA DO LIQUIDO NA COMPETENCIA FECHADA:"
               TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-ANT-LIQUIDO TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "COMPETENCIAS FECHADAS LIDAS (12 MESES):"
               TO LIN-TOT-TEXTO.
           MOVE WS-QTD-MESES-LIDOS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "TOTAL DE EXCECOES APONTADAS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-EXCECOES TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
