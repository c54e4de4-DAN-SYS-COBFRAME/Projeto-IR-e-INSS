       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONTROLE-FERIAS.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * RELATORIO DE CONTROLE DOS PERIODOS AQUISITIVOS E DAS FERIAS   *
      * VENCIDAS (CONTROLE-FERIAS.TXT). PARA CADA FUNCIONARIO ATIVO,  *
      * OS PERIODOS AQUISITIVOS SAO MONTADOS A PARTIR DE              *
      * FUNC-ADMISSAO (UM POR ANO DE CASA, ATE O QUE ESTA EM CURSO) E *
      * CONFRONTADOS COM PROGRAMACAO-FERIAS.DAT: AS PROGRAMACOES JA   *
      * CALCULADAS ("C") DAO OS DIAS GOZADOS E VENDIDOS EM ABONO, AS  *
      * AINDA PROGRAMADAS ("P") COM INICIO DENTRO DO PRAZO COBREM O   *
      * SALDO, E O SALDO RESTANTE TEM DE SER CONCEDIDO ATE O FIM DO   *
      * PERIODO CONCESSIVO (12 MESES APOS O FIM DO AQUISITIVO). SALDO *
      * DESCOBERTO COM PRAZO JA PASSADO SAI COMO "VENCIDA/DOBRA" (A   *
      * LEI MANDA PAGAR EM DOBRO), A 60 DIAS OU MENOS DO PRAZO COMO   *
      * "A VENCER". OS PERIODOS SAO CLASSIFICADOS (SORT) PELA         *
      * URGENCIA E, DENTRO DELA, PELO PRAZO, PARA A CHEFIA PLANEJAR   *
      * A ESCALA. PERIODOS SEM SALDO NAO SAEM. PERIODOS ANTERIORES AO *
      * PRIMEIRO PERIODO JA REGISTRADO DO FUNCIONARIO NA PROGRAMACAO  *
      * SAO TIDOS COMO QUITADOS ANTES DO CONTROLE PELO SISTEMA.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQ-PROGRAMACAO ASSIGN USING WS-ARQ-PROGRAMACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROGRAMACAO.

           SELECT ARQ-RELATORIO ASSIGN TO "CONTROLE-FERIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-SORT-FER ASSIGN TO "CONTROLE-FERIAS.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       FD  ARQ-PROGRAMACAO.
           COPY REGFERIAS.CPY.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO             PIC X(72).

       SD  ARQ-SORT-FER.
       01  SORT-FER-REG.
           05  SF-URGENCIA             PIC 9(1).
           05  SF-LIMITE               PIC 9(8).
           05  SF-ID                   PIC 9(6).
           05  SF-NOME                 PIC X(30).
           05  SF-AQUIS-INICIO         PIC 9(8).
           05  SF-GOZADOS              PIC 9(3).
           05  SF-ABONO                PIC 9(3).
           05  SF-PROGRAMADOS          PIC 9(3).
           05  SF-SALDO                PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-PROGRAMACAO      PIC X(2).
       01 WS-FS-RELATORIO        PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-DIA-HOJE            PIC 9(7)    VALUE 0.
      *
      * ANTECEDENCIA, EM DIAS, A PARTIR DA QUAL O PERIODO CONCESSIVO
      * E' SINALIZADO COMO "A VENCER"
      *
       01 WS-DIAS-ALERTA         PIC 9(3)    VALUE 60.
      *
      * PROGRAMACAO DE FERIAS INTEIRA EM MEMORIA, NO MESMO FORMATO
      * DA TABELA DO MANTER-FERIAS
      *
       01 WS-TOTAL-PROGRAMACAO   PIC 9(4) VALUE 0.
       01 WS-TAB-PROGRAMACAO.
           05 WS-PROGRAMACAO OCCURS 2000 TIMES INDEXED BY WS-IDX.
               10 PRG-ID               PIC 9(6).
               10 PRG-AQUIS-INICIO     PIC 9(8).
               10 PRG-AQUIS-FIM        PIC 9(8).
               10 PRG-DATA-INICIO      PIC 9(8).
               10 PRG-DIAS-GOZO        PIC 9(2).
               10 PRG-DIAS-ABONO       PIC 9(2).
               10 PRG-SITUACAO         PIC X(1).
      *
      * PERIODO AQUISITIVO EM ANALISE: INICIO NO ANIVERSARIO DA
      * ADMISSAO, FIM NA VESPERA DO ANIVERSARIO SEGUINTE E PRAZO DE
      * CONCESSAO NA VESPERA DO ANIVERSARIO DEPOIS DESSE. O PRIMEIRO
      * PERIODO REGISTRADO NA PROGRAMACAO MARCA ONDE COMECA O CONTROLE.
      *
       01 WS-DATA-ADMISSAO       PIC 9(8).
       01 WS-DATA-ADMISSAO-R REDEFINES WS-DATA-ADMISSAO.
           05 WS-ADMISSAO-ANO    PIC 9(4).
           05 WS-ADMISSAO-MMDD   PIC 9(4).
       01 WS-ANO-PERIODO         PIC 9(4).
       01 WS-DATA-ANIVERSARIO    PIC 9(8).
       01 WS-DATA-ANIVERSARIO-R REDEFINES WS-DATA-ANIVERSARIO.
           05 WS-ANIVERSARIO-ANO PIC 9(4).
           05 WS-ANIVERSARIO-MMDD PIC 9(4).
       01 WS-RESTO-ANO           PIC 9(4)    VALUE 0.
       01 WS-AQUIS-INICIO        PIC 9(8).
       01 WS-AQUIS-FIM           PIC 9(8).
       01 WS-LIMITE              PIC 9(8).
       01 WS-DIA-LIMITE          PIC 9(7)    VALUE 0.
       01 WS-PRIMEIRO-REGISTRADO PIC 9(8)    VALUE 0.
       01 WS-DIAS-GOZADOS        PIC 9(3)    VALUE 0.
       01 WS-DIAS-ABONO          PIC 9(3)    VALUE 0.
       01 WS-DIAS-PROGRAMADOS    PIC 9(3)    VALUE 0.
       01 WS-DIAS-USADOS         PIC 9(3)    VALUE 0.
       01 WS-DIAS-SALDO          PIC 9(3)    VALUE 0.
       01 WS-URGENCIA            PIC 9(1)    VALUE 0.
           88 URG-VENCIDA             VALUE 1.
           88 URG-A-VENCER            VALUE 2.
           88 URG-NO-PRAZO            VALUE 3.
           88 URG-PROGRAMADA          VALUE 4.
           88 URG-EM-AQUISICAO        VALUE 5.
      *
      * CONTADORES DO RELATORIO
      *
       01 WS-TOTAL-FUNCIONARIOS  PIC 9(6)    VALUE 0.
       01 WS-TOTAL-SEM-ADMISSAO  PIC 9(6)    VALUE 0.
       01 WS-TOTAL-PERIODOS      PIC 9(6)    VALUE 0.
       01 WS-QTD-VENCIDAS        PIC 9(6)    VALUE 0.
       01 WS-QTD-A-VENCER        PIC 9(6)    VALUE 0.
       01 WS-QTD-NO-PRAZO        PIC 9(6)    VALUE 0.
       01 WS-QTD-PROGRAMADAS     PIC 9(6)    VALUE 0.
       01 WS-QTD-EM-AQUISICAO    PIC 9(6)    VALUE 0.
      *
      * DATA EM EDICAO DD/MM/AAAA PARA O RELATORIO
      *
       01 WS-EDICAO-DATA         PIC 9(8).
       01 WS-EDICAO-DATA-R REDEFINES WS-EDICAO-DATA.
           05 WS-EDICAO-ANO      PIC 9(4).
           05 WS-EDICAO-MES      PIC 9(2).
           05 WS-EDICAO-DIA      PIC 9(2).
      *
      * LINHAS DO RELATORIO
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
               VALUE "CONTROLE DE PERIODOS AQUISITIVOS DE FERIAS EM".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-TIT-DIA        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-TIT-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-TIT-ANO        PIC 9(4).
       01 WS-LIN-COLUNAS.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(7)  VALUE "MATRIC.".
           05 FILLER             PIC X(16) VALUE "NOME".
           05 FILLER             PIC X(11) VALUE "INIC.AQUIS.".
           05 FILLER             PIC X(3)  VALUE "GOZ".
           05 FILLER             PIC X(3)  VALUE "ABO".
           05 FILLER             PIC X(3)  VALUE "PRG".
           05 FILLER             PIC X(3)  VALUE "SAL".
           05 FILLER             PIC X(11) VALUE "PRAZO".
           05 FILLER             PIC X(13) VALUE "SITUACAO".
       01 WS-LIN-DETALHE.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-ID         PIC 9(6).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-NOME       PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-AQUIS-DIA  PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-DET-AQUIS-MES  PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-DET-AQUIS-ANO  PIC 9(4).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-GOZADOS    PIC Z9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-ABONO      PIC Z9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-PROGRAM    PIC Z9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-SALDO      PIC Z9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-LIM-DIA    PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-DET-LIM-MES    PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-DET-LIM-ANO    PIC 9(4).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DET-SITUACAO   PIC X(13).
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1).
           05 LIN-TOT-TEXTO      PIC X(45).
           05 LIN-TOT-VALOR      PIC ZZZZZ9.

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR)
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "CONTROLE-FERIAS".
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
       01 WS-ARQ-PROGRAMACAO     PIC X(30).
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
           05 NOME-FUNC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".IDX".
       01 WS-NOME-PROG-EMP.
           05 FILLER             PIC X(20) VALUE
               "PROGRAMACAO-FERIAS-E".
           05 NOME-PROG-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           PERFORM CARREGAR-PROGRAMACAO.
           SORT ARQ-SORT-FER
               ON ASCENDING KEY SF-URGENCIA SF-LIMITE SF-ID
               INPUT PROCEDURE IS CLASSIFICAR-FER-ENTRADA
               OUTPUT PROCEDURE IS CLASSIFICAR-FER-SAIDA.
           DISPLAY "FUNCIONARIOS ATIVOS ANALISADOS: "
               WS-TOTAL-FUNCIONARIOS.
           IF WS-TOTAL-SEM-ADMISSAO > 0
               DISPLAY "ATIVOS SEM DATA DE ADMISSAO (FORA DO "
                   "CONTROLE): " WS-TOTAL-SEM-ADMISSAO
           END-IF.
           DISPLAY "PERIODOS COM SALDO: " WS-TOTAL-PERIODOS.
           DISPLAY "VENCIDAS/DOBRA: " WS-QTD-VENCIDAS
               " A VENCER: " WS-QTD-A-VENCER.
           DISPLAY "RELATORIO GRAVADO EM CONTROLE-FERIAS.TXT".
           STOP RUN.
      *
      * CARREGA A PROGRAMACAO DE FERIAS INTEIRA PARA A TABELA EM
      * MEMORIA. SEM O ARQUIVO, NENHUM PERIODO TEM DIAS GOZADOS.
      *
       CARREGAR-PROGRAMACAO.
           OPEN INPUT ARQ-PROGRAMACAO.
           IF WS-FS-PROGRAMACAO NOT = "00"
               DISPLAY "AVISO: PROGRAMACAO-FERIAS.DAT NAO ENCONTRADO; "
                   "NENHUM PERIODO TEM FERIAS REGISTRADAS."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-PROGRAMACAO
               END-PERFORM
               CLOSE ARQ-PROGRAMACAO
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM REGISTRO DA PROGRAMACAO PARA A TABELA
      *
       LER-PROGRAMACAO.
           READ ARQ-PROGRAMACAO
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-TOTAL-PROGRAMACAO >= 2000
                       DISPLAY "ERRO: MAIS DE 2000 PROGRAMACOES EM "
                           "PROGRAMACAO-FERIAS.DAT."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "CONTROLE-FERIAS.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-PROGRAMACAO
                   SET WS-IDX TO WS-TOTAL-PROGRAMACAO
                   MOVE FER-ID           TO PRG-ID(WS-IDX)
                   MOVE FER-AQUIS-INICIO TO PRG-AQUIS-INICIO(WS-IDX)
                   MOVE FER-AQUIS-FIM    TO PRG-AQUIS-FIM(WS-IDX)
                   MOVE FER-DATA-INICIO  TO PRG-DATA-INICIO(WS-IDX)
                   MOVE FER-DIAS-GOZO    TO PRG-DIAS-GOZO(WS-IDX)
                   MOVE FER-DIAS-ABONO   TO PRG-DIAS-ABONO(WS-IDX)
                   MOVE FER-SITUACAO     TO PRG-SITUACAO(WS-IDX)
           END-READ.
      *
      * PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: PERCORRE O
      * CADASTRO E LIBERA PARA O SORT OS PERIODOS AQUISITIVOS COM
      * SALDO DE CADA FUNCIONARIO ATIVO
      *
       CLASSIFICAR-FER-ENTRADA.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-FUNCIONARIOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM ANALISAR-FUNCIONARIO
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * PERIODOS AQUISITIVOS DO FUNCIONARIO CORRENTE, DO PRIMEIRO
      * ANIVERSARIO DA ADMISSAO ATE O PERIODO EM CURSO. INATIVOS E
      * ATIVOS SEM DATA DE ADMISSAO INFORMADA FICAM DE FORA.
      *
       ANALISAR-FUNCIONARIO.
           IF FUNC-INATIVO
               CONTINUE
           ELSE IF FUNC-ADMISSAO NOT NUMERIC OR FUNC-ADMISSAO = 0
               ADD 1 TO WS-TOTAL-SEM-ADMISSAO
           ELSE
               ADD 1 TO WS-TOTAL-FUNCIONARIOS
               MOVE FUNC-ADMISSAO TO WS-DATA-ADMISSAO
               PERFORM LOCALIZAR-PRIMEIRO-REGISTRO
               MOVE WS-ADMISSAO-ANO TO WS-ANO-PERIODO
               PERFORM MONTAR-ANIVERSARIO
               MOVE WS-DATA-ANIVERSARIO TO WS-AQUIS-INICIO
               PERFORM UNTIL WS-AQUIS-INICIO > WS-DATA-HOJE
                   PERFORM ANALISAR-PERIODO
                   ADD 1 TO WS-ANO-PERIODO
                   PERFORM MONTAR-ANIVERSARIO
                   MOVE WS-DATA-ANIVERSARIO TO WS-AQUIS-INICIO
               END-PERFORM
           END-IF.
      *
      * INICIO DO PRIMEIRO PERIODO AQUISITIVO DO FUNCIONARIO JA
      * REGISTRADO NA PROGRAMACAO (ZERO SE NAO HOUVER NENHUM)
      *
       LOCALIZAR-PRIMEIRO-REGISTRO.
           MOVE 0 TO WS-PRIMEIRO-REGISTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PROGRAMACAO
               IF PRG-ID(WS-IDX) = FUNC-ID
                   IF WS-PRIMEIRO-REGISTRADO = 0
                           OR PRG-AQUIS-INICIO(WS-IDX)
                               < WS-PRIMEIRO-REGISTRADO
                       MOVE PRG-AQUIS-INICIO(WS-IDX)
                           TO WS-PRIMEIRO-REGISTRADO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * ANIVERSARIO DA ADMISSAO NO ANO WS-ANO-PERIODO; ADMISSAO EM 29
      * DE FEVEREIRO FAZ ANIVERSARIO EM 1O DE MARCO NOS ANOS NAO
      * BISSEXTOS (DIVISIVEIS POR 4, EXCETO SECULOS NAO DIVISIVEIS POR
      * 400).
      *
       MONTAR-ANIVERSARIO.
           MOVE WS-ANO-PERIODO   TO WS-ANIVERSARIO-ANO.
           MOVE WS-ADMISSAO-MMDD TO WS-ANIVERSARIO-MMDD.
           IF WS-ANIVERSARIO-MMDD = 0229
               COMPUTE WS-RESTO-ANO = FUNCTION MOD(WS-ANO-PERIODO 4)
               IF WS-RESTO-ANO NOT = 0
                   MOVE 0301 TO WS-ANIVERSARIO-MMDD
               ELSE
                   COMPUTE WS-RESTO-ANO =
                       FUNCTION MOD(WS-ANO-PERIODO 100)
                   IF WS-RESTO-ANO = 0
                       COMPUTE WS-RESTO-ANO =
                           FUNCTION MOD(WS-ANO-PERIODO 400)
                       IF WS-RESTO-ANO NOT = 0
                           MOVE 0301 TO WS-ANIVERSARIO-MMDD
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * ANALISE DE UM PERIODO AQUISITIVO (INICIO EM WS-AQUIS-INICIO):
      * FIM E PRAZO DE CONCESSAO, DIAS GOZADOS, VENDIDOS E
      * PROGRAMADOS, SALDO E URGENCIA. PERIODO SEM SALDO OU ANTERIOR
      * AO PRIMEIRO REGISTRADO NAO E' LIBERADO.
      *
       ANALISAR-PERIODO.
           ADD 1 TO WS-ANO-PERIODO.
           PERFORM MONTAR-ANIVERSARIO.
           COMPUTE WS-AQUIS-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ANIVERSARIO) - 1).
           ADD 1 TO WS-ANO-PERIODO.
           PERFORM MONTAR-ANIVERSARIO.
           COMPUTE WS-DIA-LIMITE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ANIVERSARIO) - 1.
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE).
           SUBTRACT 2 FROM WS-ANO-PERIODO.
           IF WS-PRIMEIRO-REGISTRADO > 0
                   AND WS-AQUIS-FIM < WS-PRIMEIRO-REGISTRADO
               CONTINUE
           ELSE
               PERFORM SOMAR-DIAS-PERIODO
               COMPUTE WS-DIAS-USADOS = WS-DIAS-GOZADOS + WS-DIAS-ABONO
               IF WS-DIAS-USADOS < 30
                   COMPUTE WS-DIAS-SALDO = 30 - WS-DIAS-USADOS
                   PERFORM CLASSIFICAR-URGENCIA
                   PERFORM LIBERAR-PERIODO
               END-IF
           END-IF.
      *
      * SOMA AS PROGRAMACOES DO FUNCIONARIO CUJO PERIODO AQUISITIVO
      * COMECA DENTRO DO PERIODO EM ANALISE: AS CALCULADAS SAO DIAS
      * GOZADOS E VENDIDOS; AS SO' PROGRAMADAS CONTAM COMO COBERTURA
      * DO SALDO QUANDO O GOZO COMECA DENTRO DO PRAZO DE CONCESSAO.
      *
       SOMAR-DIAS-PERIODO.
           MOVE 0 TO WS-DIAS-GOZADOS.
           MOVE 0 TO WS-DIAS-ABONO.
           MOVE 0 TO WS-DIAS-PROGRAMADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PROGRAMACAO
               IF PRG-ID(WS-IDX) = FUNC-ID
                       AND PRG-AQUIS-INICIO(WS-IDX) >= WS-AQUIS-INICIO
                       AND PRG-AQUIS-INICIO(WS-IDX) <= WS-AQUIS-FIM
                   IF PRG-SITUACAO(WS-IDX) = "C"
                       ADD PRG-DIAS-GOZO(WS-IDX)  TO WS-DIAS-GOZADOS
                       ADD PRG-DIAS-ABONO(WS-IDX) TO WS-DIAS-ABONO
                   ELSE
                       IF PRG-DATA-INICIO(WS-IDX) <= WS-LIMITE
                           ADD PRG-DIAS-GOZO(WS-IDX)
                               TO WS-DIAS-PROGRAMADOS
                           ADD PRG-DIAS-ABONO(WS-IDX)
                               TO WS-DIAS-PROGRAMADOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * URGENCIA DO PERIODO: AINDA EM AQUISICAO; SALDO TODO COBERTO
      * POR PROGRAMACAO DENTRO DO PRAZO; PRAZO JA PASSADO (DOBRA); A
      * WS-DIAS-ALERTA DIAS OU MENOS DO PRAZO; OU NO PRAZO
      *
       CLASSIFICAR-URGENCIA.
           IF WS-AQUIS-FIM >= WS-DATA-HOJE
               SET URG-EM-AQUISICAO TO TRUE
           ELSE IF WS-DIAS-PROGRAMADOS >= WS-DIAS-SALDO
               SET URG-PROGRAMADA TO TRUE
           ELSE IF WS-DIA-LIMITE < WS-DIA-HOJE
               SET URG-VENCIDA TO TRUE
           ELSE IF WS-DIA-LIMITE - WS-DIA-HOJE <= WS-DIAS-ALERTA
               SET URG-A-VENCER TO TRUE
           ELSE
               SET URG-NO-PRAZO TO TRUE
           END-IF.
      *
      * LIBERA O PERIODO PARA A CLASSIFICACAO
      *
       LIBERAR-PERIODO.
           MOVE WS-URGENCIA         TO SF-URGENCIA.
           MOVE WS-LIMITE           TO SF-LIMITE.
           MOVE FUNC-ID             TO SF-ID.
           MOVE FUNC-NOME           TO SF-NOME.
           MOVE WS-AQUIS-INICIO     TO SF-AQUIS-INICIO.
           MOVE WS-DIAS-GOZADOS     TO SF-GOZADOS.
           MOVE WS-DIAS-ABONO       TO SF-ABONO.
           MOVE WS-DIAS-PROGRAMADOS TO SF-PROGRAMADOS.
           MOVE WS-DIAS-SALDO       TO SF-SALDO.
           RELEASE SORT-FER-REG.
      *
      * PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: IMPRIME OS PERIODOS
      * JA ORDENADOS POR URGENCIA E PRAZO, E OS TOTAIS NO FIM
      *
       CLASSIFICAR-FER-SAIDA.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE-FERIAS.TXT: "
                   WS-FS-RELATORIO
               STOP RUN
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               RETURN ARQ-SORT-FER
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM IMPRIMIR-PERIODO
               END-RETURN
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-RELATORIO.
      *
      * CABECALHO DO RELATORIO
      *
       IMPRIMIR-CABECALHO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-EMPRESA-NOME TO LIN-EMP-NOME.
           MOVE WS-EMPRESA-CNPJ TO LIN-EMP-CNPJ.
           MOVE WS-LIN-EMPRESA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-DATA-HOJE TO WS-EDICAO-DATA.
           MOVE WS-EDICAO-DIA TO LIN-TIT-DIA.
           MOVE WS-EDICAO-MES TO LIN-TIT-MES.
           MOVE WS-EDICAO-ANO TO LIN-TIT-ANO.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * LINHA DE UM PERIODO DEVOLVIDO PELA CLASSIFICACAO
      *
       IMPRIMIR-PERIODO.
           ADD 1 TO WS-TOTAL-PERIODOS.
           MOVE SF-ID           TO LIN-DET-ID.
           MOVE SF-NOME         TO LIN-DET-NOME.
           MOVE SF-AQUIS-INICIO TO WS-EDICAO-DATA.
           MOVE WS-EDICAO-DIA   TO LIN-DET-AQUIS-DIA.
           MOVE WS-EDICAO-MES   TO LIN-DET-AQUIS-MES.
           MOVE WS-EDICAO-ANO   TO LIN-DET-AQUIS-ANO.
           MOVE SF-GOZADOS      TO LIN-DET-GOZADOS.
           MOVE SF-ABONO        TO LIN-DET-ABONO.
           MOVE SF-PROGRAMADOS  TO LIN-DET-PROGRAM.
           MOVE SF-SALDO        TO LIN-DET-SALDO.
           MOVE SF-LIMITE       TO WS-EDICAO-DATA.
           MOVE WS-EDICAO-DIA   TO LIN-DET-LIM-DIA.
           MOVE WS-EDICAO-MES   TO LIN-DET-LIM-MES.
           MOVE WS-EDICAO-ANO   TO LIN-DET-LIM-ANO.
           MOVE SF-URGENCIA     TO WS-URGENCIA.
           EVALUATE TRUE
               WHEN URG-VENCIDA
                   MOVE "VENCIDA/DOBRA" TO LIN-DET-SITUACAO
                   ADD 1 TO WS-QTD-VENCIDAS
               WHEN URG-A-VENCER
                   MOVE "A VENCER"      TO LIN-DET-SITUACAO
                   ADD 1 TO WS-QTD-A-VENCER
               WHEN URG-NO-PRAZO
                   MOVE "NO PRAZO"      TO LIN-DET-SITUACAO
                   ADD 1 TO WS-QTD-NO-PRAZO
               WHEN URG-PROGRAMADA
                   MOVE "PROGRAMADA"    TO LIN-DET-SITUACAO
                   ADD 1 TO WS-QTD-PROGRAMADAS
               WHEN OTHER
                   MOVE "EM AQUISICAO"  TO LIN-DET-SITUACAO
                   ADD 1 TO WS-QTD-EM-AQUISICAO
           END-EVALUATE.
           MOVE WS-LIN-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * TOTAIS DE PERIODOS POR SITUACAO
      *
       IMPRIMIR-TOTAIS.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "PERIODOS VENCIDOS (PAGAMENTO EM DOBRO):"
               TO LIN-TOT-TEXTO.
           MOVE WS-QTD-VENCIDAS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PERIODOS A VENCER EM ATE 60 DIAS:" TO LIN-TOT-TEXTO.
           MOVE WS-QTD-A-VENCER TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PERIODOS NO PRAZO, SEM PROGRAMACAO:"
               TO LIN-TOT-TEXTO.
           MOVE WS-QTD-NO-PRAZO TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PERIODOS COM SALDO JA PROGRAMADO:" TO LIN-TOT-TEXTO.
           MOVE WS-QTD-PROGRAMADAS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PERIODOS EM AQUISICAO:" TO LIN-TOT-TEXTO.
           MOVE WS-QTD-EM-AQUISICAO TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "FUNCIONARIOS ATIVOS SEM DATA DE ADMISSAO:"
               TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-SEM-ADMISSAO TO LIN-TOT-VALOR.
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
           MOVE WS-EMPRESA-CODIGO TO NOME-PROG-EMP.
           MOVE WS-NOME-PROG-EMP TO WS-ARQ-PROGRAMACAO.
