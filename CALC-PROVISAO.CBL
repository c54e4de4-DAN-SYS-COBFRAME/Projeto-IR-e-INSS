       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALC-PROVISAO.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * CALCULA A PROVISAO MENSAL DE FERIAS E DE 13O SALARIO DE UMA   *
      * COMPETENCIA (AAAAMM), POR FUNCIONARIO, A PARTIR DE            *
      * FUNC-SALARIO-BRUTO E FUNC-ADMISSAO: A CADA MES TRABALHADO     *
      * (ADMISSAO ATE O DIA 15 CONTA O MES) SAO CONSTITUIDOS 1/12 DO  *
      * SALARIO MAIS O TERCO DE FERIAS, 1/12 DE 13O E OS ENCARGOS     *
      * SOBRE OS DOIS (INSS PATRONAL, RAT, TERCEIROS E FGTS, COM AS   *
      * MESMAS ALIQUOTAS DE TABELA-TAXAS.DAT QUE O EMITE-GUIAS USA    *
      * NA GPS). O SALDO E' BAIXADO PELO QUE FOI PAGO NA COMPETENCIA: *
      * FERIAS (HIST-TIPO 5), 1A PARCELA DE 13O (TIPO 2) E 2A PARCELA *
      * (TIPO 3, QUE QUITA O 13O DO ANO) EM HIST-CALCULOS.DAT, E      *
      * RESCISAO (RESCISOES.DAT), QUE ZERA TODOS OS SALDOS. O         *
      * MOVIMENTO E O SALDO DE CADA FUNCIONARIO VAO PARA              *
      * PROVISOES.DAT, DE ONDE O EXPORTA-CONTABIL TIRA AS PARTIDAS DE *
      * CONSTITUICAO E REVERSAO, E PARA O RELATORIO                   *
      * PROVISAO-FERIAS-13.TXT. REPROCESSAR UMA COMPETENCIA SUBSTITUI *
      * O QUE ELA TINHA; COMPETENCIA ANTERIOR A UMA JA PROVISIONADA   *
      * E' RECUSADA, POIS OS SALDOS SEGUINTES PARTEM DELA.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQ-HIST-CALCULOS ASSIGN USING WS-ARQ-HIST-CALC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-CALCULOS.

           SELECT ARQ-RESCISOES ASSIGN USING WS-ARQ-RESCISOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESCISOES.

           SELECT ARQ-TABELA-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA-TAXAS.

           SELECT ARQ-PROVISOES ASSIGN USING WS-ARQ-PROVISOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVISOES.

           SELECT ARQ-PROV-TEMP ASSIGN USING WS-ARQ-PROV-TEMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROV-TEMP.

           SELECT ARQ-RELATORIO ASSIGN TO "PROVISAO-FERIAS-13.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       FD  ARQ-HIST-CALCULOS.
           COPY REGHIST.CPY.

       FD  ARQ-RESCISOES.
           COPY REGRESC.CPY.

       FD  ARQ-TABELA-TAXAS.
           COPY TABTAXAS.CPY.

       FD  ARQ-PROVISOES.
           COPY REGPROV.CPY.

       FD  ARQ-PROV-TEMP.
       01  REG-PROV-TEMP             PIC X(128).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO             PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-HIST-CALCULOS    PIC X(2).
       01 WS-FS-RESCISOES        PIC X(2).
       01 WS-FS-TABELA-TAXAS     PIC X(2).
       01 WS-FS-PROVISOES        PIC X(2).
       01 WS-FS-PROV-TEMP        PIC X(2).
       01 WS-FS-RELATORIO        PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-COMPETENCIA-ENT     PIC X(10).
       01 WS-COMPETENCIA-TESTE   PIC S9(4).
       01 WS-COMPETENCIA-VALIDA  PIC X(1).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPETENCIA-ANO PIC 9(4).
           05 WS-COMPETENCIA-MES PIC 9(2).
       01 WS-DATA-ADMISSAO       PIC 9(8).
       01 WS-DATA-ADMISSAO-R REDEFINES WS-DATA-ADMISSAO.
           05 WS-ADMISSAO-COMPET PIC 9(6).
           05 WS-ADMISSAO-DIA    PIC 9(2).
      *
      * ALIQUOTAS PADRAO DE FABRICA, SUBSTITUIDAS PELAS DE
      * TABELA-TAXAS.DAT QUANDO O ARQUIVO EXISTE, COMO NO EMITE-GUIAS.
      * WS-ALIQ-ENCARGOS E' A SOMA DAS QUATRO QUE INCIDEM SOBRE AS
      * PROVISOES.
      *
       COPY TABDFLT.CPY.
       01 WS-ALIQ-ENCARGOS       PIC 9V9999  VALUE 0.
      *
      * SALDOS DA COMPETENCIA ANTERIOR, UM POR FUNCIONARIO, TIRADOS
      * DO ULTIMO REGISTRO DELE EM PROVISOES.DAT ANTES DA COMPETENCIA
      * PEDIDA
      *
       01 WS-TOTAL-SALDOS        PIC 9(4)    VALUE 0.
       01 WS-TAB-SALDOS.
           05 WS-SALDO-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-SAL.
               10 SA-ID                PIC 9(6).
               10 SA-COMPETENCIA       PIC 9(6).
               10 SA-FER-SALDO         PIC 9(7)V99.
               10 SA-13-SALDO          PIC 9(7)V99.
               10 SA-ENC-SALDO         PIC 9(7)V99.
       01 WS-TOTAL-DEPURADOS     PIC 9(6)    VALUE 0.
       01 WS-ACHOU               PIC X(1)    VALUE "N".
       01 WS-ID-PAGTO            PIC 9(6)    VALUE 0.
      *
      * PAGAMENTOS DA COMPETENCIA QUE BAIXAM A PROVISAO: FERIAS E
      * PARCELAS DE 13O DE HIST-CALCULOS.DAT E RESCISOES DE
      * RESCISOES.DAT, ACUMULADOS POR FUNCIONARIO
      *
       01 WS-TOTAL-PAGTOS        PIC 9(4)    VALUE 0.
       01 WS-TAB-PAGAMENTOS.
           05 WS-PAGTO-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-PAG.
               10 PG-ID                PIC 9(6).
               10 PG-FERIAS            PIC 9(7)V99.
               10 PG-13                PIC 9(7)V99.
               10 PG-13-QUITADO        PIC X(1).
               10 PG-RESCISAO          PIC X(1).
      *
      * MOVIMENTO E SALDOS DO FUNCIONARIO CORRENTE
      *
       01 WS-FER-SALDO           PIC 9(7)V99 VALUE 0.
       01 WS-13-SALDO            PIC 9(7)V99 VALUE 0.
       01 WS-ENC-SALDO           PIC 9(7)V99 VALUE 0.
       01 WS-FER-CONST           PIC 9(6)V99 VALUE 0.
       01 WS-13-CONST            PIC 9(6)V99 VALUE 0.
       01 WS-ENC-CONST           PIC 9(6)V99 VALUE 0.
       01 WS-FER-BAIXA           PIC 9(7)V99 VALUE 0.
       01 WS-13-BAIXA            PIC 9(7)V99 VALUE 0.
       01 WS-ENC-BAIXA           PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-FUNC          PIC 9(8)V99 VALUE 0.
      *
      * TOTALIZADORES DA COMPETENCIA
      *
       01 WS-TOTAL-PROVISIONADOS PIC 9(6)     VALUE 0.
       01 WS-SOMA-FER-CONST      PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-13-CONST       PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-ENC-CONST      PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-FER-BAIXA      PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-13-BAIXA       PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-ENC-BAIXA      PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-FER-SALDO      PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-13-SALDO       PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-ENC-SALDO      PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-SALDO-TOTAL    PIC 9(10)V99 VALUE 0.
      *
      * LINHAS DO RELATORIO DE PROVISAO
      *
       01 WS-LINHA-TRACO         PIC X(72) VALUE ALL "=".
       01 WS-LINHA-FINA          PIC X(72) VALUE ALL "-".
       01 WS-LIN-EMPRESA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-EMP-NOME       PIC X(30).
           05 FILLER             PIC X(7)  VALUE " CNPJ: ".
           05 LIN-EMP-CNPJ       PIC X(18).
       01 WS-LIN-TITULO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(45)
               VALUE "SALDO DAS PROVISOES DE FERIAS E 13O - COMPET.".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-TIT-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-TIT-ANO        PIC 9(4).
       01 WS-LIN-COLUNAS.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(7)  VALUE "MATRIC.".
           05 FILLER             PIC X(20) VALUE " NOME".
           05 FILLER             PIC X(11) VALUE " FERIAS+1/3".
           05 FILLER             PIC X(11) VALUE "        13O".
           05 FILLER             PIC X(11) VALUE "   ENCARGOS".
           05 FILLER             PIC X(11) VALUE "      TOTAL".
       01 WS-LIN-DETALHE.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-ID         PIC 9(6).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-NOME       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-FERIAS     PIC ZZZZZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-13         PIC ZZZZZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-ENCARGOS   PIC ZZZZZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-TOTAL      PIC ZZZZZZ9.99.
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1).
           05 LIN-TOT-TEXTO      PIC X(45).
           05 LIN-TOT-VALOR      PIC ZZZZZZZZZ9.99.

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR)
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "CALC-PROVISAO".
       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 1.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
      * SELECIONA-EMPRESA) E NOMES DOS ARQUIVOS DE MOVIMENTO
      * SEGREGADOS POR EMPRESA (SUFIXO -ENNN), MONTADOS EM
      * MONTAR-NOMES-ARQUIVOS
      *
       COPY EMPRESEL.CPY.
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-ARQ-HIST-CALC       PIC X(30).
       01 WS-ARQ-RESCISOES       PIC X(30).
       01 WS-ARQ-PROVISOES       PIC X(30).
       01 WS-ARQ-PROV-TEMP       PIC X(30).
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
           05 NOME-FUNC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".IDX".
       01 WS-NOME-HIST-EMP.
           05 FILLER             PIC X(15) VALUE
               "HIST-CALCULOS-E".
           05 NOME-HIST-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-RESC-EMP.
           05 FILLER             PIC X(11) VALUE
               "RESCISOES-E".
           05 NOME-RESC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-PROV-EMP.
           05 FILLER             PIC X(11) VALUE
               "PROVISOES-E".
           05 NOME-PROV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-PTMP-EMP.
           05 FILLER             PIC X(11) VALUE
               "PROVISOES-E".
           05 NOME-PTMP-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".TMP".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
               WS-OPERADOR WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "ACESSO NEGADO."
               STOP RUN
           END-IF.
           CALL "SELECIONA-EMPRESA" USING WS-EMPRESA-CODIGO
               WS-EMPRESA-NOME WS-EMPRESA-CNPJ WS-EMPRESA-BANCO
               WS-EMPRESA-AGENCIA WS-EMPRESA-CONTA WS-EMPRESA-OK.
           IF WS-EMPRESA-OK NOT = "S"
               DISPLAY "EMPRESA NAO SELECIONADA."
               STOP RUN
           END-IF.
           PERFORM MONTAR-NOMES-ARQUIVOS.
           PERFORM SOLICITAR-COMPETENCIA.
           PERFORM CARREGAR-TABELA-TAXAS.
           PERFORM CARREGAR-SALDOS-ANTERIORES.
           PERFORM CARREGAR-PAGAMENTOS.
           PERFORM CARREGAR-RESCISOES.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-FUNCIONARIOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM PROVISIONAR-FUNCIONARIO
               END-READ
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-PROVISOES.
           CLOSE ARQ-RELATORIO.
           DISPLAY "FUNCIONARIOS PROVISIONADOS: "
               WS-TOTAL-PROVISIONADOS.
           DISPLAY "CONSTITUICAO NO MES: FERIAS R$" WS-SOMA-FER-CONST
               " 13O R$" WS-SOMA-13-CONST
               " ENCARGOS R$" WS-SOMA-ENC-CONST.
           DISPLAY "BAIXAS NO MES: FERIAS R$" WS-SOMA-FER-BAIXA
               " 13O R$" WS-SOMA-13-BAIXA
               " ENCARGOS R$" WS-SOMA-ENC-BAIXA.
           DISPLAY "SALDO TOTAL DAS PROVISOES: R$"
               WS-SOMA-SALDO-TOTAL.
           DISPLAY "RELATORIO GRAVADO EM PROVISAO-FERIAS-13.TXT".
           STOP RUN.
      *
      * SOLICITA A COMPETENCIA (AAAAMM) DA PROVISAO, RE-PEDINDO
      * ENQUANTO VIER NAO NUMERICA OU COM MES FORA DE 01-12.
      *
       SOLICITAR-COMPETENCIA.
           MOVE "N" TO WS-COMPETENCIA-VALIDA.
           PERFORM UNTIL WS-COMPETENCIA-VALIDA = "S"
               DISPLAY "DIGITE A COMPETENCIA DA PROVISAO (AAAAMM):"
               ACCEPT WS-COMPETENCIA-ENT
               COMPUTE WS-COMPETENCIA-TESTE =
                   FUNCTION TEST-NUMVAL(WS-COMPETENCIA-ENT)
               IF WS-COMPETENCIA-TESTE NOT = 0
                   DISPLAY "COMPETENCIA INVALIDA: DIGITE APENAS "
                       "NUMEROS NO FORMATO AAAAMM."
               ELSE
                   COMPUTE WS-COMPETENCIA =
                       FUNCTION NUMVAL(WS-COMPETENCIA-ENT)
                   IF WS-COMPETENCIA-MES < 1
                           OR WS-COMPETENCIA-MES > 12
                       DISPLAY "COMPETENCIA INVALIDA: MES DEVE "
                           "ESTAR ENTRE 01 E 12."
                   ELSE
                       MOVE "S" TO WS-COMPETENCIA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.
      *
      * CARREGA AS ALIQUOTAS DE TABELA-TAXAS.DAT, SE O ARQUIVO
      * EXISTIR, NOS MESMOS MOLDES DO EMITE-GUIAS, E SOMA AS QUE
      * INCIDEM SOBRE AS PROVISOES
      *
       CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-TABELA-TAXAS.
           IF WS-FS-TABELA-TAXAS = "00"
               READ ARQ-TABELA-TAXAS
                   NOT AT END
                       MOVE TAB-FGTS-ALIQ         TO WS-FGTS-ALIQ
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
           COMPUTE WS-ALIQ-ENCARGOS =
               WS-INSS-PATRONAL-ALIQ + WS-RAT-ALIQ
                   + WS-TERCEIROS-ALIQ + WS-FGTS-ALIQ.
      *
      * LEITURA DE PROVISOES.DAT: O ULTIMO SALDO DE CADA FUNCIONARIO
      * ANTES DA COMPETENCIA PEDIDA VAI PARA A TABELA; OS REGISTROS
      * DA PROPRIA COMPETENCIA (REPROCESSAMENTO) SAO DESCARTADOS E OS
      * DEMAIS COPIADOS PARA O ARQUIVO DE TRABALHO, QUE SUBSTITUI O
      * ORIGINAL. ARQUIVO AUSENTE SIGNIFICA PRIMEIRA PROVISAO, COM
      * SALDOS ZERADOS.
      *
       CARREGAR-SALDOS-ANTERIORES.
           OPEN INPUT ARQ-PROVISOES.
           IF WS-FS-PROVISOES = "00"
               OPEN OUTPUT ARQ-PROV-TEMP
               IF WS-FS-PROV-TEMP NOT = "00"
                   DISPLAY "ERRO AO GRAVAR PROVISOES.TMP: "
                       WS-FS-PROV-TEMP
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-PROVISAO-ANTERIOR
               END-PERFORM
               CLOSE ARQ-PROV-TEMP
               CLOSE ARQ-PROVISOES
               MOVE "N" TO WS-FIM-ARQUIVO
               IF WS-TOTAL-DEPURADOS > 0
                   PERFORM RECARREGAR-PROVISOES
                   DISPLAY "PROVISAO ANTERIOR DESTA COMPETENCIA "
                       "SUBSTITUIDA: " WS-TOTAL-DEPURADOS
                       " REGISTROS."
               END-IF
           END-IF.
      *
      * LEITURA DE UM REGISTRO DE PROVISOES.DAT NA CARGA DOS SALDOS
      *
       LER-PROVISAO-ANTERIOR.
           READ ARQ-PROVISOES
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF PROV-COMPETENCIA > WS-COMPETENCIA
                       DISPLAY "JA EXISTE PROVISAO DA COMPETENCIA "
                           PROV-COMPETENCIA ", POSTERIOR A "
                           WS-COMPETENCIA "."
                       DISPLAY "AS PROVISOES SO' PODEM SER "
                           "CALCULADAS EM ORDEM DE COMPETENCIA."
                       CLOSE ARQ-PROVISOES
                       CLOSE ARQ-PROV-TEMP
                       STOP RUN
                   END-IF
                   IF PROV-COMPETENCIA = WS-COMPETENCIA
                       ADD 1 TO WS-TOTAL-DEPURADOS
                   ELSE
                       PERFORM GUARDAR-SALDO-ANTERIOR
                       MOVE REG-PROVISAO TO REG-PROV-TEMP
                       WRITE REG-PROV-TEMP
                       IF WS-FS-PROV-TEMP NOT = "00"
                           DISPLAY "ERRO AO GRAVAR PROVISOES.TMP: "
                               WS-FS-PROV-TEMP
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
      *
      * GUARDA O SALDO DO REGISTRO LIDO NA TABELA, FICANDO COM O DA
      * COMPETENCIA MAIS RECENTE DE CADA FUNCIONARIO
      *
       GUARDAR-SALDO-ANTERIOR.
           MOVE "N" TO WS-ACHOU.
           SET WS-IDX-SAL TO 1.
           SEARCH WS-SALDO-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-IDX-SAL > WS-TOTAL-SALDOS
                   CONTINUE
               WHEN SA-ID(WS-IDX-SAL) = PROV-ID
                   MOVE "S" TO WS-ACHOU
           END-SEARCH.
           IF WS-ACHOU = "N"
               IF WS-TOTAL-SALDOS >= 2000
                   DISPLAY "ERRO: MAIS DE 2000 FUNCIONARIOS EM "
                       "PROVISOES.DAT."
                   DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                       "CALC-PROVISAO.CBL E RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-SALDOS
               SET WS-IDX-SAL TO WS-TOTAL-SALDOS
               MOVE PROV-ID TO SA-ID(WS-IDX-SAL)
               MOVE 0 TO SA-COMPETENCIA(WS-IDX-SAL)
           END-IF.
           IF PROV-COMPETENCIA >= SA-COMPETENCIA(WS-IDX-SAL)
               MOVE PROV-COMPETENCIA TO SA-COMPETENCIA(WS-IDX-SAL)
               MOVE PROV-FER-SALDO   TO SA-FER-SALDO(WS-IDX-SAL)
               MOVE PROV-13-SALDO    TO SA-13-SALDO(WS-IDX-SAL)
               MOVE PROV-ENC-SALDO   TO SA-ENC-SALDO(WS-IDX-SAL)
           END-IF.
      *
      * RECOPIA O ARQUIVO DE TRABALHO, SEM OS REGISTROS DA
      * COMPETENCIA REPROCESSADA, DE VOLTA PARA PROVISOES.DAT
      *
       RECARREGAR-PROVISOES.
           OPEN INPUT ARQ-PROV-TEMP.
           IF WS-FS-PROV-TEMP NOT = "00"
               DISPLAY "ERRO AO ABRIR PROVISOES.TMP: "
                   WS-FS-PROV-TEMP
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-PROVISOES.
           IF WS-FS-PROVISOES NOT = "00"
               DISPLAY "ERRO AO GRAVAR PROVISOES.DAT: "
                   WS-FS-PROVISOES
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PROV-TEMP
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-PROV-TEMP TO REG-PROVISAO
                       WRITE REG-PROVISAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROV-TEMP.
           CLOSE ARQ-PROVISOES.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE HIST-CALCULOS.DAT, ACUMULANDO POR FUNCIONARIO O
      * QUE FOI PAGO NA COMPETENCIA DE FERIAS (TIPO 5) E DE 13O
      * (TIPOS 2 E 3). SEM O HISTORICO NAO HA BAIXA POR PAGAMENTO.
      *
       CARREGAR-PAGAMENTOS.
           OPEN INPUT ARQ-HIST-CALCULOS.
           IF WS-FS-HIST-CALCULOS NOT = "00"
               DISPLAY "AVISO: HIST-CALCULOS.DAT NAO ENCONTRADO; "
                   "SEM BAIXAS POR FERIAS OU 13O PAGOS."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-HIST-CALCULOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-PAGAMENTO-HIST
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIST-CALCULOS
               MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
      *
      * ACUMULA UM LANCAMENTO DE FERIAS OU 13O DA COMPETENCIA
      *
       GUARDAR-PAGAMENTO-HIST.
           IF HIST-DATA(1:6) = WS-COMPETENCIA-R
                   AND HIST-TIPO NUMERIC
               IF HIST-TIPO = 2 OR HIST-TIPO = 3 OR HIST-TIPO = 5
                   MOVE HIST-ID TO WS-ID-PAGTO
                   PERFORM LOCALIZAR-PAGAMENTO
                   EVALUATE HIST-TIPO
                       WHEN 5
                           ADD HIST-SALARIO-BRUTO
                               TO PG-FERIAS(WS-IDX-PAG)
                       WHEN 2
                           ADD HIST-SALARIO-BRUTO
                               TO PG-13(WS-IDX-PAG)
                       WHEN 3
                           ADD HIST-SALARIO-BRUTO
                               TO PG-13(WS-IDX-PAG)
                           MOVE "S" TO PG-13-QUITADO(WS-IDX-PAG)
                   END-EVALUATE
               END-IF
           END-IF.
      *
      * LEITURA DE RESCISOES.DAT, MARCANDO OS FUNCIONARIOS DEMITIDOS
      * NA COMPETENCIA, CUJOS SALDOS SAO BAIXADOS POR INTEIRO
      *
       CARREGAR-RESCISOES.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-FS-RESCISOES = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-RESCISOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RESC-DATA-DEMISSAO(1:6) =
                                   WS-COMPETENCIA-R
                               MOVE RESC-ID TO WS-ID-PAGTO
                               PERFORM LOCALIZAR-PAGAMENTO
                               MOVE "S" TO PG-RESCISAO(WS-IDX-PAG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RESCISOES
               MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
      *
      * POSICIONA WS-IDX-PAG NA ENTRADA DA MATRICULA EM WS-ID-PAGTO,
      * CRIANDO-A ZERADA SE AINDA NAO EXISTIR
      *
       LOCALIZAR-PAGAMENTO.
           MOVE "N" TO WS-ACHOU.
           SET WS-IDX-PAG TO 1.
           SEARCH WS-PAGTO-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-IDX-PAG > WS-TOTAL-PAGTOS
                   CONTINUE
               WHEN PG-ID(WS-IDX-PAG) = WS-ID-PAGTO
                   MOVE "S" TO WS-ACHOU
           END-SEARCH.
           IF WS-ACHOU = "N"
               IF WS-TOTAL-PAGTOS >= 2000
                   DISPLAY "ERRO: MAIS DE 2000 FUNCIONARIOS COM "
                       "PAGAMENTOS NA COMPETENCIA."
                   DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                       "CALC-PROVISAO.CBL E RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-PAGTOS
               SET WS-IDX-PAG TO WS-TOTAL-PAGTOS
               MOVE WS-ID-PAGTO TO PG-ID(WS-IDX-PAG)
               MOVE 0   TO PG-FERIAS(WS-IDX-PAG)
               MOVE 0   TO PG-13(WS-IDX-PAG)
               MOVE "N" TO PG-13-QUITADO(WS-IDX-PAG)
               MOVE "N" TO PG-RESCISAO(WS-IDX-PAG)
           END-IF.
      *
      * ABERTURA DO CADASTRO, DE PROVISOES.DAT PARA ACRESCENTAR A
      * COMPETENCIA E DO RELATORIO
      *
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
           OPEN EXTEND ARQ-PROVISOES.
           IF WS-FS-PROVISOES NOT = "00"
               OPEN OUTPUT ARQ-PROVISOES
           END-IF.
           IF WS-FS-PROVISOES NOT = "00"
               DISPLAY "ERRO AO ABRIR PROVISOES.DAT: "
                   WS-FS-PROVISOES
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR PROVISAO-FERIAS-13.TXT: "
                   WS-FS-RELATORIO
               STOP RUN
           END-IF.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-EMPRESA-NOME TO LIN-EMP-NOME.
           MOVE WS-EMPRESA-CNPJ TO LIN-EMP-CNPJ.
           MOVE WS-LIN-EMPRESA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-COMPETENCIA-MES TO LIN-TIT-MES.
           MOVE WS-COMPETENCIA-ANO TO LIN-TIT-ANO.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * PROVISAO DO FUNCIONARIO CORRENTE: SALDO ANTERIOR, MAIS A
      * CONSTITUICAO DO MES, MENOS AS BAIXAS. ADMITIDO DEPOIS DA
      * COMPETENCIA NAO ENTRA; SEM SALDO NEM MOVIMENTO NAO GERA
      * REGISTRO.
      *
       PROVISIONAR-FUNCIONARIO.
           MOVE FUNC-ADMISSAO TO WS-DATA-ADMISSAO.
           IF WS-ADMISSAO-COMPET > WS-COMPETENCIA
               CONTINUE
           ELSE
               PERFORM BUSCAR-SALDO-ANTERIOR
               MOVE FUNC-ID TO WS-ID-PAGTO
               PERFORM BUSCAR-PAGAMENTO
               PERFORM CONSTITUIR-PROVISAO
               PERFORM BAIXAR-PROVISAO
               IF WS-FER-SALDO > 0 OR WS-13-SALDO > 0
                       OR WS-ENC-SALDO > 0
                       OR WS-FER-BAIXA > 0 OR WS-13-BAIXA > 0
                       OR WS-ENC-BAIXA > 0
                   PERFORM GRAVAR-PROVISAO
               END-IF
           END-IF.
      *
      * SALDOS DE PARTIDA DO FUNCIONARIO, ZERADOS SE ELE NAO TIVER
      * PROVISAO ANTERIOR
      *
       BUSCAR-SALDO-ANTERIOR.
           MOVE 0 TO WS-FER-SALDO.
           MOVE 0 TO WS-13-SALDO.
           MOVE 0 TO WS-ENC-SALDO.
           SET WS-IDX-SAL TO 1.
           SEARCH WS-SALDO-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-IDX-SAL > WS-TOTAL-SALDOS
                   CONTINUE
               WHEN SA-ID(WS-IDX-SAL) = FUNC-ID
                   MOVE SA-FER-SALDO(WS-IDX-SAL) TO WS-FER-SALDO
                   MOVE SA-13-SALDO(WS-IDX-SAL)  TO WS-13-SALDO
                   MOVE SA-ENC-SALDO(WS-IDX-SAL) TO WS-ENC-SALDO
           END-SEARCH.
      *
      * PAGAMENTOS DO FUNCIONARIO NA COMPETENCIA; WS-IDX-PAG FICA
      * ALEM DO TOTAL QUANDO NAO HOUVE NENHUM
      *
       BUSCAR-PAGAMENTO.
           SET WS-IDX-PAG TO 1.
           SEARCH WS-PAGTO-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-IDX-PAG > WS-TOTAL-PAGTOS
                   CONTINUE
               WHEN PG-ID(WS-IDX-PAG) = WS-ID-PAGTO
                   CONTINUE
           END-SEARCH.
      *
      * CONSTITUICAO DO MES PARA O ATIVO COM SALARIO, EXCETO NO MES
      * DA ADMISSAO DEPOIS DO DIA 15 (MENOS DE 15 DIAS NAO DA DIREITO
      * A AVO) E NO MES DA RESCISAO, CUJOS AVOS SAO PAGOS NELA
      *
       CONSTITUIR-PROVISAO.
           MOVE 0 TO WS-FER-CONST.
           MOVE 0 TO WS-13-CONST.
           MOVE 0 TO WS-ENC-CONST.
           IF FUNC-INATIVO OR FUNC-SALARIO-BRUTO = 0
               CONTINUE
           ELSE IF WS-ADMISSAO-COMPET = WS-COMPETENCIA
                   AND WS-ADMISSAO-DIA > 15
               CONTINUE
           ELSE IF WS-IDX-PAG <= WS-TOTAL-PAGTOS
                   AND PG-RESCISAO(WS-IDX-PAG) = "S"
               CONTINUE
           ELSE
               COMPUTE WS-FER-CONST ROUNDED =
                   FUNC-SALARIO-BRUTO * 4 / 36
               COMPUTE WS-13-CONST ROUNDED =
                   FUNC-SALARIO-BRUTO / 12
               COMPUTE WS-ENC-CONST ROUNDED =
                   (WS-FER-CONST + WS-13-CONST) * WS-ALIQ-ENCARGOS
               ADD WS-FER-CONST TO WS-FER-SALDO
               ADD WS-13-CONST  TO WS-13-SALDO
               ADD WS-ENC-CONST TO WS-ENC-SALDO
           END-IF.
      *
      * BAIXAS DO MES: RESCISAO ZERA OS TRES SALDOS; FERIAS E 1A
      * PARCELA DE 13O BAIXAM O VALOR PAGO ATE O LIMITE DO SALDO; A
      * 2A PARCELA QUITA O SALDO DE 13O DO ANO. OS ENCARGOS SAEM NA
      * MESMA PROPORCAO DO QUE FOI BAIXADO DE FERIAS E 13O.
      *
       BAIXAR-PROVISAO.
           MOVE 0 TO WS-FER-BAIXA.
           MOVE 0 TO WS-13-BAIXA.
           MOVE 0 TO WS-ENC-BAIXA.
           IF WS-IDX-PAG > WS-TOTAL-PAGTOS
               CONTINUE
           ELSE IF PG-RESCISAO(WS-IDX-PAG) = "S"
               MOVE WS-FER-SALDO TO WS-FER-BAIXA
               MOVE WS-13-SALDO  TO WS-13-BAIXA
               MOVE WS-ENC-SALDO TO WS-ENC-BAIXA
           ELSE
               IF PG-FERIAS(WS-IDX-PAG) > WS-FER-SALDO
                   MOVE WS-FER-SALDO TO WS-FER-BAIXA
               ELSE
                   MOVE PG-FERIAS(WS-IDX-PAG) TO WS-FER-BAIXA
               END-IF
               IF PG-13-QUITADO(WS-IDX-PAG) = "S"
                       OR PG-13(WS-IDX-PAG) > WS-13-SALDO
                   MOVE WS-13-SALDO TO WS-13-BAIXA
               ELSE
                   MOVE PG-13(WS-IDX-PAG) TO WS-13-BAIXA
               END-IF
               COMPUTE WS-ENC-BAIXA ROUNDED =
                   (WS-FER-BAIXA + WS-13-BAIXA) * WS-ALIQ-ENCARGOS
               IF WS-ENC-BAIXA > WS-ENC-SALDO
                   MOVE WS-ENC-SALDO TO WS-ENC-BAIXA
               END-IF
           END-IF.
           SUBTRACT WS-FER-BAIXA FROM WS-FER-SALDO.
           SUBTRACT WS-13-BAIXA  FROM WS-13-SALDO.
           SUBTRACT WS-ENC-BAIXA FROM WS-ENC-SALDO.
      *
      * GRAVACAO DO REGISTRO DA COMPETENCIA EM PROVISOES.DAT E DA
      * LINHA DO FUNCIONARIO NO RELATORIO
      *
       GRAVAR-PROVISAO.
           MOVE FUNC-ID            TO PROV-ID.
           MOVE WS-COMPETENCIA     TO PROV-COMPETENCIA.
           MOVE FUNC-NOME          TO PROV-NOME.
           MOVE FUNC-SALARIO-BRUTO TO PROV-SALARIO.
           MOVE WS-FER-CONST       TO PROV-FER-CONSTITUICAO.
           MOVE WS-FER-BAIXA       TO PROV-FER-BAIXA.
           MOVE WS-FER-SALDO       TO PROV-FER-SALDO.
           MOVE WS-13-CONST        TO PROV-13-CONSTITUICAO.
           MOVE WS-13-BAIXA        TO PROV-13-BAIXA.
           MOVE WS-13-SALDO        TO PROV-13-SALDO.
           MOVE WS-ENC-CONST       TO PROV-ENC-CONSTITUICAO.
           MOVE WS-ENC-BAIXA       TO PROV-ENC-BAIXA.
           MOVE WS-ENC-SALDO       TO PROV-ENC-SALDO.
           WRITE REG-PROVISAO.
           IF WS-FS-PROVISOES NOT = "00"
               DISPLAY "ERRO AO GRAVAR PROVISOES.DAT: "
                   WS-FS-PROVISOES
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-PROVISIONADOS.
           ADD WS-FER-CONST TO WS-SOMA-FER-CONST.
           ADD WS-13-CONST  TO WS-SOMA-13-CONST.
           ADD WS-ENC-CONST TO WS-SOMA-ENC-CONST.
           ADD WS-FER-BAIXA TO WS-SOMA-FER-BAIXA.
           ADD WS-13-BAIXA  TO WS-SOMA-13-BAIXA.
           ADD WS-ENC-BAIXA TO WS-SOMA-ENC-BAIXA.
           ADD WS-FER-SALDO TO WS-SOMA-FER-SALDO.
           ADD WS-13-SALDO  TO WS-SOMA-13-SALDO.
           ADD WS-ENC-SALDO TO WS-SOMA-ENC-SALDO.
           COMPUTE WS-TOTAL-FUNC =
               WS-FER-SALDO + WS-13-SALDO + WS-ENC-SALDO.
           ADD WS-TOTAL-FUNC TO WS-SOMA-SALDO-TOTAL.
           MOVE FUNC-ID       TO LIN-DET-ID.
           MOVE FUNC-NOME     TO LIN-DET-NOME.
           MOVE WS-FER-SALDO  TO LIN-DET-FERIAS.
           MOVE WS-13-SALDO   TO LIN-DET-13.
           MOVE WS-ENC-SALDO  TO LIN-DET-ENCARGOS.
           MOVE WS-TOTAL-FUNC TO LIN-DET-TOTAL.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * TOTAIS DO RELATORIO: MOVIMENTO DO MES E SALDOS, QUE SAO OS
      * VALORES DAS PARTIDAS DO EXPORTA-CONTABIL E DO PASSIVO
      *
       IMPRIMIR-TOTAIS.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "CONSTITUICAO FERIAS + 1/3:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-FER-CONST TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "CONSTITUICAO 13O SALARIO:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-13-CONST TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "CONSTITUICAO ENCARGOS:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-ENC-CONST TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "BAIXA FERIAS + 1/3 (PAGAS E RESCISOES):"
               TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-FER-BAIXA TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "BAIXA 13O SALARIO (PAGO E RESCISOES):"
               TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-13-BAIXA TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "BAIXA ENCARGOS:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-ENC-BAIXA TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SALDO PROVISAO FERIAS + 1/3:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-FER-SALDO TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "SALDO PROVISAO 13O SALARIO:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-13-SALDO TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "SALDO PROVISAO ENCARGOS:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-ENC-SALDO TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "SALDO TOTAL DAS PROVISOES:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-SALDO-TOTAL TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * GRAVACAO DE UMA LINHA DE TOTAL JA PREENCHIDA
      *
       GRAVAR-LINHA-TOTAL.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * MONTA OS NOMES DOS ARQUIVOS DE MOVIMENTO DA EMPRESA
      * SELECIONADA (SUFIXO -ENNN), NO MOLDE DO FOLHA-AAAAMM.DAT
      * DO FECHA-MES
      *
       MONTAR-NOMES-ARQUIVOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-HIST-EMP.
           MOVE WS-NOME-HIST-EMP TO WS-ARQ-HIST-CALC.
           MOVE WS-EMPRESA-CODIGO TO NOME-RESC-EMP.
           MOVE WS-NOME-RESC-EMP TO WS-ARQ-RESCISOES.
           MOVE WS-EMPRESA-CODIGO TO NOME-PROV-EMP.
           MOVE WS-NOME-PROV-EMP TO WS-ARQ-PROVISOES.
           MOVE WS-EMPRESA-CODIGO TO NOME-PTMP-EMP.
           MOVE WS-NOME-PTMP-EMP TO WS-ARQ-PROV-TEMP.
