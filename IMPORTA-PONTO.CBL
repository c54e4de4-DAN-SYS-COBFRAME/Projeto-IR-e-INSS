       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMPORTA-PONTO.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * IMPORTA O ARQUIVO MENSAL DO RELOGIO DE PONTO DA EMPRESA       *
      * SELECIONADA (PONTO-ENNN.DAT, LAYOUT EM REGPONTO.CPY) E GRAVA  *
      * EM LANCAMENTOS.DAT, NA COMPETENCIA PEDIDA, OS LANCAMENTOS JA  *
      * VALORIZADOS DE CADA FUNCIONARIO, NO LUGAR DA CONTA MANUAL DAS *
      * HORAS. O VALOR DA HORA E' O SALARIO DO CADASTRO DIVIDIDO PELO *
      * DIVISOR MENSAL DE HORAS DE TABELA-TAXAS; SOBRE ELE:           *
      * - HORAS EXTRAS A 50% NOS DIAS UTEIS (EVENTO 008) E A 100% NOS *
      *   DOMINGOS E FERIADOS (EVENTO 009);                           *
      * - ADICIONAL NOTURNO SOBRE AS HORAS NOTURNAS (EVENTO 010);     *
      * - REFLEXO DAS HORAS EXTRAS E DO ADICIONAL NOTURNO NO DSR      *
      *   (EVENTO 011): SOMA DELES / DIAS UTEIS DO MES X DOMINGOS E   *
      *   FERIADOS DO MES;                                            *
      * - FALTAS (EVENTO 012): HORAS DE FALTA MAIS UM DIA DE SALARIO  *
      *   (MES DE 30 DIAS) DE DSR PERDIDO POR SEMANA COM FALTA.       *
      * OS FERIADOS DA COMPETENCIA SAO INFORMADOS NA ENTRADA. LINHAS  *
      * DE MATRICULA FORA DO CADASTRO, DE FUNCIONARIO INATIVO, DE DIA *
      * DENTRO DE FERIAS PROGRAMADAS EM PROGRAMACAO-FERIAS.DAT OU COM *
      * DADOS INVALIDOS NAO VIRAM PAGAMENTO: VAO PARA A LISTAGEM DE   *
      * REJEITADAS ERROS-PONTO.TXT. A VALORIZACAO DE CADA FUNCIONARIO *
      * SAI EM IMPORTA-PONTO.TXT. REIMPORTAR UMA COMPETENCIA          *
      * SUBSTITUI OS LANCAMENTOS DOS EVENTOS 008 A 012 GRAVADOS NA    *
      * IMPORTACAO ANTERIOR; OS DIGITADOS A MAO FICAM COMO ESTAO.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQ-PONTO ASSIGN USING WS-ARQ-PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONTO.

           SELECT ARQ-PROGRAMACAO ASSIGN USING WS-ARQ-PROGRAMACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROGRAMACAO.

           SELECT ARQ-TABELA-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA-TAXAS.

           SELECT ARQ-LANCAMENTOS ASSIGN USING WS-ARQ-LANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.

           SELECT ARQ-LANC-TEMP ASSIGN USING WS-ARQ-LANC-TEMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANC-TEMP.

           SELECT ARQ-RELATORIO ASSIGN TO "IMPORTA-PONTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ARQ-REJEITADAS ASSIGN TO "ERROS-PONTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADAS.

           SELECT ARQ-SORT-PONTO ASSIGN TO "IMPORTA-PONTO.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       FD  ARQ-PONTO.
           COPY REGPONTO.CPY.

       FD  ARQ-PROGRAMACAO.
           COPY REGFERIAS.CPY.

       FD  ARQ-TABELA-TAXAS.
           COPY TABTAXAS.CPY.

       FD  ARQ-LANCAMENTOS.
           COPY REGLANC.CPY.

       FD  ARQ-LANC-TEMP.
       01  REG-LANC-TEMP             PIC X(28).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO             PIC X(72).

       FD  ARQ-REJEITADAS.
       01  REG-REJEITADA             PIC X(72).

       SD  ARQ-SORT-PONTO.
       01  SORT-PONTO-REG.
           05  SP-ID                   PIC 9(6).
           05  SP-DATA                 PIC 9(8).
           05  SP-HORAS-NORMAIS        PIC 9(2)V99.
           05  SP-HORAS-EXTRAS         PIC 9(2)V99.
           05  SP-HORAS-NOTURNAS       PIC 9(2)V99.
           05  SP-HORAS-FALTA          PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-PONTO            PIC X(2).
       01 WS-FS-PROGRAMACAO      PIC X(2).
       01 WS-FS-TABELA-TAXAS     PIC X(2).
       01 WS-FS-LANCAMENTOS      PIC X(2).
       01 WS-FS-LANC-TEMP        PIC X(2).
       01 WS-FS-RELATORIO        PIC X(2).
       01 WS-FS-REJEITADAS       PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-FIM-SORT            PIC X(1) VALUE "N".
           88 FIM-SORT                VALUE "S".
       01 WS-ENTRADA             PIC X(10).
       01 WS-TESTE-NUM           PIC S9(4).
       01 WS-VALOR-NUM           PIC S9(8)V99.
       01 WS-CAMPO-VALIDO        PIC X(1).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-ACHOU               PIC X(1).
      *
      * COMPETENCIA DOS LANCAMENTOS E CALENDARIO DO MES. AS DATAS SAO
      * COMPARADAS COMO DIAS CORRIDOS (FUNCTION INTEGER-OF-DATE),
      * CUJO DIA 1 (01/01/1601) FOI UMA SEGUNDA-FEIRA: O RESTO DA
      * DIVISAO DE (DIA - 1) POR 7 DA' O DIA DA SEMANA, COM O
      * DOMINGO EM 6, E O QUOCIENTE NUMERA A SEMANA DE SEGUNDA A
      * DOMINGO. DIAS UTEIS SAO OS DO MES MENOS DOMINGOS E FERIADOS.
      *
       01 WS-COMPETENCIA         PIC 9(6)      VALUE 0.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPETENCIA-ANO PIC 9(4).
           05 WS-COMPETENCIA-MES PIC 9(2).
       01 WS-DATA-INI-MES        PIC 9(8)      VALUE 0.
       01 WS-DATA-PROX-MES       PIC 9(8)      VALUE 0.
       01 WS-DATA-PROX-MES-R REDEFINES WS-DATA-PROX-MES.
           05 WS-PROX-ANO        PIC 9(4).
           05 WS-PROX-MES        PIC 9(2).
           05 WS-PROX-DIA        PIC 9(2).
       01 WS-DIA-INI-MES         PIC 9(7)      VALUE 0.
       01 WS-DIA-FIM-MES         PIC 9(7)      VALUE 0.
       01 WS-DIA-CORRENTE        PIC 9(7)      VALUE 0.
       01 WS-DIA-SEMANA          PIC 9(1)      VALUE 0.
       01 WS-DIAS-MES            PIC 9(2)      VALUE 0.
       01 WS-DIAS-DSR            PIC 9(2)      VALUE 0.
       01 WS-DIAS-UTEIS          PIC 9(2)      VALUE 0.
       01 WS-DATA-TRABALHO       PIC 9(8)      VALUE 0.
       01 WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
           05 WS-TRABALHO-ANO    PIC 9(4).
           05 WS-TRABALHO-MES    PIC 9(2).
           05 WS-TRABALHO-DIA    PIC 9(2).
      *
      * FERIADOS DA COMPETENCIA, INFORMADOS NA ENTRADA
      *
       01 WS-QTD-FERIADOS        PIC 9(2)      VALUE 0.
       01 WS-TAB-FERIADOS.
           05 WS-FERIADO OCCURS 10 TIMES
                   INDEXED BY WS-IDX-FRD.
               10 FE-DATA            PIC 9(8).
               10 FE-DIA             PIC 9(7).
      *
      * FERIAS PROGRAMADAS QUE ALCANCAM A COMPETENCIA, DE
      * PROGRAMACAO-FERIAS.DAT, DO PRIMEIRO AO ULTIMO DIA DE GOZO EM
      * DIAS CORRIDOS. VALE QUALQUER SITUACAO, PROGRAMADA OU JA
      * CALCULADA: DIA DE FERIAS NAO E' DIA DE PONTO.
      *
       01 WS-FIM-FERIAS          PIC X(1)      VALUE "N".
           88 FIM-FERIAS              VALUE "S".
       01 WS-QTD-FERIAS          PIC 9(4)      VALUE 0.
       01 WS-TAB-FERIAS.
           05 WS-FERIAS-PONTO OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-FER.
               10 FR-ID              PIC 9(6).
               10 FR-DIA-INICIO      PIC 9(7).
               10 FR-DIA-FIM         PIC 9(7).
       01 WS-EM-FERIAS           PIC X(1)      VALUE "N".
      *
      * PERCENTUAIS DAS HORAS EXTRAS (CLT: 50% NOS DIAS UTEIS, 100%
      * NOS DOMINGOS E FERIADOS), COMO FATOR SOBRE A HORA NORMAL
      *
       01 WS-FATOR-HE-UTIL       PIC 9V99      VALUE 1.50.
       01 WS-FATOR-HE-DOMINGO    PIC 9V99      VALUE 2.00.
      *
      * DIVISOR DE HORAS E ADICIONAL NOTURNO VIGENTES, COM OS PADROES
      * DE FABRICA DE TABDFLT.CPY SUBSTITUIDOS PELOS DE
      * TABELA-TAXAS.DAT QUANDO O ARQUIVO EXISTIR
      *
       COPY TABDFLT.CPY.
      *
      * FUNCIONARIO CORRENTE NA LEITURA DO PONTO JA CLASSIFICADO POR
      * MATRICULA E DATA. WS-SITUACAO-PONTO DIZ SE AS LINHAS DELE
      * PODEM SER VALORIZADAS.
      *
       01 WS-ID-ATUAL            PIC 9(6)      VALUE 0.
       01 WS-SITUACAO-PONTO      PIC X(1)      VALUE SPACE.
           88 PONTO-VALIDO            VALUE "V".
           88 PONTO-SEM-CADASTRO      VALUE "D".
           88 PONTO-INATIVO           VALUE "I".
           88 PONTO-SEM-SALARIO       VALUE "S".
       01 WS-NOME-ATUAL          PIC X(30)     VALUE SPACES.
       01 WS-SALARIO-ATUAL       PIC 9(6)V99   VALUE 0.
       01 WS-VALOR-HORA          PIC 9(6)V9999 VALUE 0.
       01 WS-VALOR-DIA           PIC 9(6)V9999 VALUE 0.
       01 WS-DATA-ANTERIOR       PIC 9(8)      VALUE 0.
       01 WS-DIA-PONTO           PIC 9(7)      VALUE 0.
       01 WS-SEMANA-PONTO        PIC 9(7)      VALUE 0.
       01 WS-SEMANA-FALTA        PIC 9(7)      VALUE 0.
       01 WS-DOMINGO-FERIADO     PIC X(1)      VALUE "N".
      *
      * HORAS ACUMULADAS E VALORES DO FUNCIONARIO CORRENTE
      *
       01 WS-LINHAS-FUNC         PIC 9(3)      VALUE 0.
       01 WS-HORAS-NORMAIS       PIC 9(4)V99   VALUE 0.
       01 WS-HORAS-HE-UTIL       PIC 9(4)V99   VALUE 0.
       01 WS-HORAS-HE-DOMINGO    PIC 9(4)V99   VALUE 0.
       01 WS-HORAS-NOTURNAS      PIC 9(4)V99   VALUE 0.
       01 WS-HORAS-FALTA         PIC 9(4)V99   VALUE 0.
       01 WS-SEMANAS-FALTA       PIC 9(2)      VALUE 0.
       01 WS-HORAS-DSR-PERDIDO   PIC 9(4)V99   VALUE 0.
       01 WS-VALOR-HE-UTIL       PIC 9(6)V99   VALUE 0.
       01 WS-VALOR-HE-DOMINGO    PIC 9(6)V99   VALUE 0.
       01 WS-VALOR-NOTURNO       PIC 9(6)V99   VALUE 0.
       01 WS-VALOR-DSR           PIC 9(6)V99   VALUE 0.
       01 WS-VALOR-FALTAS        PIC 9(6)V99   VALUE 0.
      *
      * LANCAMENTO A GRAVAR, PREENCHIDO ANTES DE GRAVAR-LANCAMENTO
      *
       01 WS-LANC-EVENTO         PIC 9(3)      VALUE 0.
       01 WS-LANC-HORAS          PIC 9(4)V99   VALUE 0.
       01 WS-LANC-VALOR          PIC 9(6)V99   VALUE 0.
      *
      * LINHA REJEITADA, PREENCHIDA ANTES DE GRAVAR-REJEICAO
      *
       01 WS-REJ-ID              PIC X(6)      VALUE SPACES.
       01 WS-REJ-DATA            PIC X(8)      VALUE SPACES.
       01 WS-REJ-DATA-R REDEFINES WS-REJ-DATA.
           05 WS-REJ-ANO         PIC 9(4).
           05 WS-REJ-MES         PIC 9(2).
           05 WS-REJ-DIA         PIC 9(2).
       01 WS-REJ-MOTIVO          PIC X(40)     VALUE SPACES.
      *
      * TOTALIZADORES
      *
       01 WS-TOTAL-LIDAS         PIC 9(6)      VALUE 0.
       01 WS-TOTAL-ACEITAS       PIC 9(6)      VALUE 0.
       01 WS-TOTAL-REJEITADAS    PIC 9(6)      VALUE 0.
       01 WS-TOTAL-FUNCIONARIOS  PIC 9(6)      VALUE 0.
       01 WS-TOTAL-GRAVADOS      PIC 9(6)      VALUE 0.
       01 WS-TOTAL-DEPURADOS     PIC 9(6)      VALUE 0.
       01 WS-SOMA-PROVENTOS      PIC 9(10)V99  VALUE 0.
       01 WS-SOMA-DESCONTOS      PIC 9(10)V99  VALUE 0.
      *
      * EVENTOS VARIAVEIS, PARA A DESCRICAO E O TIPO NO RELATORIO
      *
       COPY TABEVENT.CPY.
      *
      * LINHAS DOS RELATORIOS
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
           05 LIN-TIT-TEXTO      PIC X(48).
           05 LIN-TIT-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-TIT-ANO        PIC 9(4).
       01 WS-LIN-PARAMETROS.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(9)  VALUE "DIVISOR: ".
           05 LIN-PAR-DIVISOR    PIC ZZ9.
           05 FILLER             PIC X(17)
               VALUE "  ADIC.NOTURNO: ".
           05 LIN-PAR-NOTURNO    PIC ZZ9.99.
           05 FILLER             PIC X(15) VALUE "%  DIAS UTEIS: ".
           05 LIN-PAR-UTEIS      PIC Z9.
           05 FILLER             PIC X(8)  VALUE "  DSR: ".
           05 LIN-PAR-DSR        PIC Z9.
       01 WS-LIN-COL-FUNC.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(8)  VALUE "MATRIC.".
           05 FILLER             PIC X(32) VALUE "NOME / EVENTO".
           05 FILLER             PIC X(10) VALUE "     HORAS".
           05 FILLER             PIC X(12) VALUE "       VALOR".
       01 WS-LIN-FUNC.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-FUN-ID         PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LIN-FUN-NOME       PIC X(30).
           05 FILLER             PIC X(14) VALUE "  VALOR HORA: ".
           05 LIN-FUN-HORA       PIC ZZZZ9.9999.
       01 WS-LIN-EVENTO.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 LIN-EVT-CODIGO     PIC 9(3).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-EVT-DESCRICAO  PIC X(20).
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 LIN-EVT-HORAS      PIC ZZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 LIN-EVT-VALOR      PIC ZZZZZ9.99.
       01 WS-LIN-COL-REJEITADA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(8)  VALUE "MATRIC.".
           05 FILLER             PIC X(12) VALUE "DATA".
           05 FILLER             PIC X(40) VALUE "MOTIVO".
       01 WS-LIN-REJEITADA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-REJ-ID         PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LIN-REJ-DATA       PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LIN-REJ-MOTIVO     PIC X(40).
       01 WS-DATA-EDITADA.
           05 ED-DIA             PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 ED-MES             PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 ED-ANO             PIC 9(4).
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-TOT-TEXTO      PIC X(45).
           05 LIN-TOT-VALOR      PIC ZZZZZZZZZ9.99.

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR)
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "IMPORTA-PONTO".
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
       01 WS-ARQ-PONTO           PIC X(30).
       01 WS-ARQ-PROGRAMACAO     PIC X(30).
       01 WS-ARQ-LANCAMENTOS     PIC X(30).
       01 WS-ARQ-LANC-TEMP       PIC X(30).
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
           05 NOME-FUNC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".IDX".
       01 WS-NOME-PONTO-EMP.
           05 FILLER             PIC X(7)  VALUE
               "PONTO-E".
           05 NOME-PONTO-EMP      PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-PROG-EMP.
           05 FILLER             PIC X(20) VALUE
               "PROGRAMACAO-FERIAS-E".
           05 NOME-PROG-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-LANC-EMP.
           05 FILLER             PIC X(13) VALUE
               "LANCAMENTOS-E".
           05 NOME-LANC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-LTMP-EMP.
           05 FILLER             PIC X(19) VALUE
               "LANCAMENTOS-PONTO-E".
           05 NOME-LTMP-EMP       PIC 9(3).
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
           DISPLAY "IMPORTACAO DO RELOGIO DE PONTO".
           PERFORM SOLICITAR-COMPETENCIA.
           PERFORM MONTAR-CALENDARIO.
           PERFORM SOLICITAR-FERIADOS.
           PERFORM CONTAR-DIAS-DSR.
           PERFORM CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-PONTO.
           IF WS-FS-PONTO NOT = "00"
               DISPLAY "ARQUIVO DO RELOGIO DE PONTO " WS-ARQ-PONTO
                   " NAO ENCONTRADO: " WS-FS-PONTO
               STOP RUN
           END-IF.
           CLOSE ARQ-PONTO.
           PERFORM CONFIRMAR-IMPORTACAO.
           PERFORM CARREGAR-FERIAS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-FUNCIONARIOS ": "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
           PERFORM DEPURAR-LANCAMENTOS.
           PERFORM ABRIR-RELATORIOS.
           OPEN EXTEND ARQ-LANCAMENTOS.
           IF WS-FS-LANCAMENTOS NOT = "00"
               OPEN OUTPUT ARQ-LANCAMENTOS
           END-IF.
           IF WS-FS-LANCAMENTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-LANCAMENTOS ": "
                   WS-FS-LANCAMENTOS
               STOP RUN
           END-IF.
           SORT ARQ-SORT-PONTO
               ON ASCENDING KEY SP-ID SP-DATA
               INPUT PROCEDURE IS CLASSIFICAR-PONTO-ENTRADA
               OUTPUT PROCEDURE IS CLASSIFICAR-PONTO-SAIDA.
           CLOSE ARQ-LANCAMENTOS.
           CLOSE ARQ-FUNCIONARIOS.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-REJEITADAS.
           DISPLAY "LINHAS DO PONTO LIDAS: " WS-TOTAL-LIDAS
               " ACEITAS: " WS-TOTAL-ACEITAS
               " REJEITADAS: " WS-TOTAL-REJEITADAS.
           DISPLAY "FUNCIONARIOS VALORIZADOS: " WS-TOTAL-FUNCIONARIOS.
           DISPLAY "LANCAMENTOS GRAVADOS EM " WS-ARQ-LANCAMENTOS ": "
               WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-DEPURADOS > 0
               DISPLAY "LANCAMENTOS DA IMPORTACAO ANTERIOR "
                   "SUBSTITUIDOS: " WS-TOTAL-DEPURADOS
           END-IF.
           IF WS-TOTAL-REJEITADAS > 0
               DISPLAY "AVISO: HA LINHAS REJEITADAS; VEJA "
                   "ERROS-PONTO.TXT."
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM IMPORTA-PONTO.TXT".
           STOP RUN.
      *
      * MONTAGEM DOS NOMES DOS ARQUIVOS DA EMPRESA SELECIONADA
      *
       MONTAR-NOMES-ARQUIVOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-PONTO-EMP.
           MOVE WS-NOME-PONTO-EMP TO WS-ARQ-PONTO.
           MOVE WS-EMPRESA-CODIGO TO NOME-PROG-EMP.
           MOVE WS-NOME-PROG-EMP TO WS-ARQ-PROGRAMACAO.
           MOVE WS-EMPRESA-CODIGO TO NOME-LANC-EMP.
           MOVE WS-NOME-LANC-EMP TO WS-ARQ-LANCAMENTOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-LTMP-EMP.
           MOVE WS-NOME-LTMP-EMP TO WS-ARQ-LANC-TEMP.
      *
      * SOLICITA A COMPETENCIA (AAAAMM) DO PONTO E DOS LANCAMENTOS,
      * RE-PEDINDO ENQUANTO VIER NAO NUMERICA OU COM MES INVALIDO
      *
       SOLICITAR-COMPETENCIA.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE A COMPETENCIA DO PONTO (AAAAMM):"
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM = FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "COMPETENCIA INVALIDA: DIGITE APENAS "
                       "NUMEROS NO FORMATO AAAAMM."
               ELSE
                   COMPUTE WS-COMPETENCIA =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-COMPETENCIA-MES < 1
                           OR WS-COMPETENCIA-MES > 12
                           OR WS-COMPETENCIA-ANO < 1601
                       DISPLAY "COMPETENCIA INVALIDA: MES DEVE "
                           "ESTAR ENTRE 01 E 12."
                   ELSE
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA EM DIAS CORRIDOS
      *
       MONTAR-CALENDARIO.
           COMPUTE WS-DATA-INI-MES = WS-COMPETENCIA * 100 + 1.
           MOVE WS-DATA-INI-MES TO WS-DATA-PROX-MES.
           IF WS-PROX-MES = 12
               ADD 1 TO WS-PROX-ANO
               MOVE 1 TO WS-PROX-MES
           ELSE
               ADD 1 TO WS-PROX-MES
           END-IF.
           COMPUTE WS-DIA-INI-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INI-MES).
           COMPUTE WS-DIA-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1.
           COMPUTE WS-DIAS-MES = WS-DIA-FIM-MES - WS-DIA-INI-MES + 1.
      *
      * SOLICITA OS FERIADOS DA COMPETENCIA (ATE 10), ENCERRANDO COM
      * ENTER. DATA FORA DO MES OU REPETIDA E' RECUSADA.
      *
       SOLICITAR-FERIADOS.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DATA DE FERIADO NA COMPETENCIA (AAAAMMDD, "
                   "ENTER = ENCERRAR):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   PERFORM VALIDAR-FERIADO
               END-IF
               IF WS-QTD-FERIADOS >= 10
                   MOVE "S" TO WS-CAMPO-VALIDO
               END-IF
           END-PERFORM.
      *
      * VALIDACAO E GUARDA DE UMA DATA DE FERIADO DIGITADA
      *
       VALIDAR-FERIADO.
           COMPUTE WS-TESTE-NUM = FUNCTION TEST-NUMVAL(WS-ENTRADA).
           IF WS-TESTE-NUM NOT = 0
               DISPLAY "DATA INVALIDA: DIGITE APENAS NUMEROS NO "
                   "FORMATO AAAAMMDD."
           ELSE
               COMPUTE WS-DATA-TRABALHO = FUNCTION NUMVAL(WS-ENTRADA)
               IF WS-DATA-TRABALHO(1:6) NOT = WS-COMPETENCIA
                       OR WS-TRABALHO-DIA < 1
                       OR WS-TRABALHO-DIA > WS-DIAS-MES
                   DISPLAY "DATA INVALIDA: DEVE SER UM DIA DA "
                       "COMPETENCIA " WS-COMPETENCIA "."
               ELSE
                   MOVE "N" TO WS-ACHOU
                   SET WS-IDX-FRD TO 1
                   IF WS-QTD-FERIADOS > 0
                       SEARCH WS-FERIADO
                           WHEN WS-IDX-FRD > WS-QTD-FERIADOS
                               CONTINUE
                           WHEN FE-DATA(WS-IDX-FRD) = WS-DATA-TRABALHO
                               MOVE "S" TO WS-ACHOU
                       END-SEARCH
                   END-IF
                   IF WS-ACHOU = "S"
                       DISPLAY "FERIADO JA INFORMADO."
                   ELSE
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE WS-DATA-TRABALHO
                           TO FE-DATA(WS-QTD-FERIADOS)
                       COMPUTE FE-DIA(WS-QTD-FERIADOS) =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-TRABALHO)
                   END-IF
               END-IF
           END-IF.
      *
      * DIAS DE DSR DO MES (DOMINGOS MAIS FERIADOS QUE NAO CAEM EM
      * DOMINGO) E DIAS UTEIS, BASE DO REFLEXO NO DSR
      *
       CONTAR-DIAS-DSR.
           MOVE 0 TO WS-DIAS-DSR.
           PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INI-MES BY 1
                   UNTIL WS-DIA-CORRENTE > WS-DIA-FIM-MES
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-CORRENTE - 1, 7)
               IF WS-DIA-SEMANA = 6
                   ADD 1 TO WS-DIAS-DSR
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-FRD FROM 1 BY 1
                   UNTIL WS-IDX-FRD > WS-QTD-FERIADOS
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(FE-DIA(WS-IDX-FRD) - 1, 7)
               IF WS-DIA-SEMANA NOT = 6
                   ADD 1 TO WS-DIAS-DSR
               END-IF
           END-PERFORM.
           COMPUTE WS-DIAS-UTEIS = WS-DIAS-MES - WS-DIAS-DSR.
      *
      * CARREGA O DIVISOR DE HORAS E O ADICIONAL NOTURNO DE
      * TABELA-TAXAS.DAT, SE O ARQUIVO EXISTIR E OS CAMPOS ESTIVEREM
      * PREENCHIDOS
      *
       CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-TABELA-TAXAS.
           IF WS-FS-TABELA-TAXAS = "00"
               READ ARQ-TABELA-TAXAS
                   NOT AT END
                       IF TAB-DIVISOR-HORAS NUMERIC
                               AND TAB-DIVISOR-HORAS > 0
                           MOVE TAB-DIVISOR-HORAS TO WS-DIVISOR-HORAS
                       END-IF
                       IF TAB-ADIC-NOTURNO-PCT NUMERIC
                           MOVE TAB-ADIC-NOTURNO-PCT
                               TO WS-ADIC-NOTURNO-PCT
                       END-IF
               END-READ
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
      *
      * MOSTRA OS PARAMETROS E PEDE CONFIRMACAO ANTES DE MEXER EM
      * LANCAMENTOS.DAT
      *
       CONFIRMAR-IMPORTACAO.
           DISPLAY "COMPETENCIA: " WS-COMPETENCIA
               "  DIVISOR: " WS-DIVISOR-HORAS
               "  ADICIONAL NOTURNO: " WS-ADIC-NOTURNO-PCT.
           DISPLAY "DIAS UTEIS: " WS-DIAS-UTEIS
               "  DOMINGOS E FERIADOS: " WS-DIAS-DSR.
           DISPLAY "LANCAMENTOS DE PONTO JA IMPORTADOS NESTA "
               "COMPETENCIA SERAO SUBSTITUIDOS.".
           DISPLAY "CONFIRMA A IMPORTACAO DE " WS-ARQ-PONTO "? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "IMPORTACAO CANCELADA; NADA FOI ALTERADO."
               STOP RUN
           END-IF.
      *
      * CARGA DAS FERIAS QUE ALCANCAM A COMPETENCIA. ARQUIVO AUSENTE
      * SIGNIFICA NINGUEM DE FERIAS.
      *
       CARREGAR-FERIAS.
           OPEN INPUT ARQ-PROGRAMACAO.
           IF WS-FS-PROGRAMACAO = "00"
               PERFORM UNTIL FIM-FERIAS
                   PERFORM LER-FERIAS
               END-PERFORM
               CLOSE ARQ-PROGRAMACAO
           END-IF.
      *
      * LEITURA DE UMA PROGRAMACAO DE FERIAS; SO' ENTRAM NA TABELA AS
      * QUE TEM DIAS DE GOZO DENTRO DA COMPETENCIA
      *
       LER-FERIAS.
           READ ARQ-PROGRAMACAO
               AT END
                   MOVE "S" TO WS-FIM-FERIAS
               NOT AT END
                   IF FER-DATA-INICIO NUMERIC
                           AND FER-DATA-INICIO > 16010101
                           AND FER-DIAS-GOZO NUMERIC
                           AND FER-DIAS-GOZO > 0
                       PERFORM GUARDAR-FERIAS
                   END-IF
           END-READ.
      *
      * GUARDA O PERIODO DE GOZO DA PROGRAMACAO LIDA, SE ALCANCAR A
      * COMPETENCIA
      *
       GUARDAR-FERIAS.
           COMPUTE WS-DIA-CORRENTE =
               FUNCTION INTEGER-OF-DATE(FER-DATA-INICIO).
           IF WS-DIA-CORRENTE <= WS-DIA-FIM-MES
                   AND WS-DIA-CORRENTE + FER-DIAS-GOZO - 1
                       >= WS-DIA-INI-MES
               IF WS-QTD-FERIAS >= 2000
                   DISPLAY "ERRO: MAIS DE 2000 FERIAS NA "
                       "COMPETENCIA EM PROGRAMACAO-FERIAS.DAT."
                   DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                       "IMPORTA-PONTO.CBL E RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-FERIAS
               SET WS-IDX-FER TO WS-QTD-FERIAS
               MOVE FER-ID TO FR-ID(WS-IDX-FER)
               MOVE WS-DIA-CORRENTE TO FR-DIA-INICIO(WS-IDX-FER)
               COMPUTE FR-DIA-FIM(WS-IDX-FER) =
                   WS-DIA-CORRENTE + FER-DIAS-GOZO - 1
           END-IF.
      *
      * LEITURA DE LANCAMENTOS.DAT: OS LANCAMENTOS DOS EVENTOS DO
      * PONTO (008 A 012) NA COMPETENCIA, DE UMA IMPORTACAO
      * ANTERIOR, SAO DESCARTADOS E OS DEMAIS COPIADOS PARA O
      * ARQUIVO DE TRABALHO, QUE SUBSTITUI O ORIGINAL. ARQUIVO
      * AUSENTE SIGNIFICA NENHUM LANCAMENTO AINDA.
      *
       DEPURAR-LANCAMENTOS.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-FS-LANCAMENTOS = "00"
               OPEN OUTPUT ARQ-LANC-TEMP
               IF WS-FS-LANC-TEMP NOT = "00"
                   DISPLAY "ERRO AO GRAVAR " WS-ARQ-LANC-TEMP ": "
                       WS-FS-LANC-TEMP
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-LANCAMENTO-ANTERIOR
               END-PERFORM
               CLOSE ARQ-LANC-TEMP
               CLOSE ARQ-LANCAMENTOS
               MOVE "N" TO WS-FIM-ARQUIVO
               IF WS-TOTAL-DEPURADOS > 0
                   PERFORM RECARREGAR-LANCAMENTOS
               END-IF
           END-IF.
      *
      * LEITURA DE UM LANCAMENTO NA DEPURACAO
      *
       LER-LANCAMENTO-ANTERIOR.
           READ ARQ-LANCAMENTOS
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF LANC-COMPETENCIA = WS-COMPETENCIA
                           AND LANC-EVENTO >= 8
                           AND LANC-EVENTO <= 12
                       ADD 1 TO WS-TOTAL-DEPURADOS
                   ELSE
                       MOVE REG-LANCAMENTO TO REG-LANC-TEMP
                       WRITE REG-LANC-TEMP
                       IF WS-FS-LANC-TEMP NOT = "00"
                           DISPLAY "ERRO AO GRAVAR " WS-ARQ-LANC-TEMP
                               ": " WS-FS-LANC-TEMP
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
      *
      * RECOPIA O ARQUIVO DE TRABALHO, SEM OS LANCAMENTOS DA
      * IMPORTACAO ANTERIOR, DE VOLTA PARA LANCAMENTOS.DAT
      *
       RECARREGAR-LANCAMENTOS.
           OPEN INPUT ARQ-LANC-TEMP.
           IF WS-FS-LANC-TEMP NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-LANC-TEMP ": "
                   WS-FS-LANC-TEMP
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-LANCAMENTOS.
           IF WS-FS-LANCAMENTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR " WS-ARQ-LANCAMENTOS ": "
                   WS-FS-LANCAMENTOS
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-LANC-TEMP
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-LANC-TEMP TO REG-LANCAMENTO
                       WRITE REG-LANCAMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-LANC-TEMP.
           CLOSE ARQ-LANCAMENTOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * ABERTURA DO RELATORIO DE VALORIZACAO E DA LISTAGEM DE LINHAS
      * REJEITADAS, COM OS CABECALHOS
      *
       ABRIR-RELATORIOS.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPORTA-PONTO.TXT: "
                   WS-FS-RELATORIO
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-REJEITADAS.
           IF WS-FS-REJEITADAS NOT = "00"
               DISPLAY "ERRO AO ABRIR ERROS-PONTO.TXT: "
                   WS-FS-REJEITADAS
               STOP RUN
           END-IF.
           MOVE WS-EMPRESA-NOME TO LIN-EMP-NOME.
           MOVE WS-EMPRESA-CNPJ TO LIN-EMP-CNPJ.
           MOVE WS-COMPETENCIA-MES TO LIN-TIT-MES.
           MOVE WS-COMPETENCIA-ANO TO LIN-TIT-ANO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LIN-EMPRESA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "IMPORTACAO DO RELOGIO DE PONTO - COMPETENCIA: "
               TO LIN-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-DIVISOR-HORAS TO LIN-PAR-DIVISOR.
           COMPUTE LIN-PAR-NOTURNO = WS-ADIC-NOTURNO-PCT * 100.
           MOVE WS-DIAS-UTEIS TO LIN-PAR-UTEIS.
           MOVE WS-DIAS-DSR TO LIN-PAR-DSR.
           MOVE WS-LIN-PARAMETROS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LIN-COL-FUNC TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-REJEITADA.
           WRITE REG-REJEITADA.
           MOVE WS-LIN-EMPRESA TO REG-REJEITADA.
           WRITE REG-REJEITADA.
           MOVE "LINHAS DO PONTO REJEITADAS - COMPETENCIA: "
               TO LIN-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO REG-REJEITADA.
           WRITE REG-REJEITADA.
           MOVE WS-LINHA-TRACO TO REG-REJEITADA.
           WRITE REG-REJEITADA.
           MOVE WS-LIN-COL-REJEITADA TO REG-REJEITADA.
           WRITE REG-REJEITADA.
           MOVE WS-LINHA-FINA TO REG-REJEITADA.
           WRITE REG-REJEITADA.
      *
      * PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE O ARQUIVO DO
      * PONTO E LIBERA PARA O SORT AS LINHAS NUMERICAS COM DATA NA
      * COMPETENCIA; AS DEMAIS SAO REJEITADAS AQUI MESMO
      *
       CLASSIFICAR-PONTO-ENTRADA.
           OPEN INPUT ARQ-PONTO.
           IF WS-FS-PONTO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-PONTO ": " WS-FS-PONTO
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PONTO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM VALIDAR-LINHA-PONTO
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           CLOSE ARQ-PONTO.
      *
      * VALIDACAO DE UMA LINHA DO ARQUIVO DO PONTO
      *
       VALIDAR-LINHA-PONTO.
           MOVE PONTO-ID TO WS-REJ-ID.
           MOVE PONTO-DATA TO WS-REJ-DATA.
           IF PONTO-ID NOT NUMERIC OR PONTO-DATA NOT NUMERIC
                   OR PONTO-HORAS-NORMAIS NOT NUMERIC
                   OR PONTO-HORAS-EXTRAS NOT NUMERIC
                   OR PONTO-HORAS-NOTURNAS NOT NUMERIC
                   OR PONTO-HORAS-FALTA NOT NUMERIC
               MOVE "LINHA COM CAMPOS NAO NUMERICOS"
                   TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE IF PONTO-DATA(1:6) NOT = WS-COMPETENCIA
                   OR PONTO-DATA(7:2) < "01"
                   OR WS-REJ-DIA > WS-DIAS-MES
               MOVE "DATA FORA DA COMPETENCIA" TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE
               MOVE PONTO-ID             TO SP-ID
               MOVE PONTO-DATA           TO SP-DATA
               MOVE PONTO-HORAS-NORMAIS  TO SP-HORAS-NORMAIS
               MOVE PONTO-HORAS-EXTRAS   TO SP-HORAS-EXTRAS
               MOVE PONTO-HORAS-NOTURNAS TO SP-HORAS-NOTURNAS
               MOVE PONTO-HORAS-FALTA    TO SP-HORAS-FALTA
               RELEASE SORT-PONTO-REG
           END-IF.
      *
      * PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: AS LINHAS CHEGAM POR
      * MATRICULA E DATA; A CADA TROCA DE MATRICULA O FUNCIONARIO
      * ANTERIOR E' VALORIZADO E O NOVO E' LIDO DO CADASTRO
      *
       CLASSIFICAR-PONTO-SAIDA.
           MOVE 0 TO WS-ID-ATUAL.
           MOVE SPACE TO WS-SITUACAO-PONTO.
           PERFORM UNTIL FIM-SORT
               RETURN ARQ-SORT-PONTO
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF SP-ID NOT = WS-ID-ATUAL
                               OR WS-SITUACAO-PONTO = SPACE
                           PERFORM FECHAR-FUNCIONARIO
                           PERFORM ABRIR-FUNCIONARIO
                       END-IF
                       PERFORM TRATAR-LINHA-PONTO
               END-RETURN
           END-PERFORM.
           PERFORM FECHAR-FUNCIONARIO.
      *
      * LEITURA DO CADASTRO DO FUNCIONARIO DA MATRICULA QUE COMECA E
      * ZERAGEM DOS ACUMULADORES
      *
       ABRIR-FUNCIONARIO.
           MOVE SP-ID TO WS-ID-ATUAL.
           MOVE 0 TO WS-LINHAS-FUNC.
           MOVE 0 TO WS-HORAS-NORMAIS.
           MOVE 0 TO WS-HORAS-HE-UTIL.
           MOVE 0 TO WS-HORAS-HE-DOMINGO.
           MOVE 0 TO WS-HORAS-NOTURNAS.
           MOVE 0 TO WS-HORAS-FALTA.
           MOVE 0 TO WS-SEMANAS-FALTA.
           MOVE 0 TO WS-SEMANA-FALTA.
           MOVE 0 TO WS-DATA-ANTERIOR.
           MOVE SPACES TO WS-NOME-ATUAL.
           MOVE 0 TO WS-SALARIO-ATUAL.
           MOVE SP-ID TO FUNC-ID.
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE "D" TO WS-SITUACAO-PONTO
               NOT INVALID KEY
                   MOVE FUNC-NOME TO WS-NOME-ATUAL
                   MOVE FUNC-SALARIO-BRUTO TO WS-SALARIO-ATUAL
                   IF FUNC-INATIVO
                       MOVE "I" TO WS-SITUACAO-PONTO
                   ELSE IF FUNC-SALARIO-BRUTO = 0
                       MOVE "S" TO WS-SITUACAO-PONTO
                   ELSE
                       MOVE "V" TO WS-SITUACAO-PONTO
                       COMPUTE WS-VALOR-HORA ROUNDED =
                           FUNC-SALARIO-BRUTO / WS-DIVISOR-HORAS
                       COMPUTE WS-VALOR-DIA ROUNDED =
                           FUNC-SALARIO-BRUTO / 30
                   END-IF
           END-READ.
      *
      * UMA LINHA DO PONTO DO FUNCIONARIO CORRENTE: REJEITADA SE O
      * FUNCIONARIO NAO PUDER RECEBER OU SE O DIA FOR DE FERIAS (OU
      * REPETIDO NO ARQUIVO), SENAO ACUMULADA
      *
       TRATAR-LINHA-PONTO.
           MOVE SP-ID TO WS-REJ-ID.
           MOVE SP-DATA TO WS-REJ-DATA.
           IF PONTO-SEM-CADASTRO
               MOVE "MATRICULA NAO CADASTRADA" TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE IF PONTO-INATIVO
               MOVE "FUNCIONARIO INATIVO" TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE IF PONTO-SEM-SALARIO
               MOVE "FUNCIONARIO SEM SALARIO NO CADASTRO"
                   TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE IF SP-DATA = WS-DATA-ANTERIOR
               MOVE "DIA REPETIDO NO ARQUIVO DO PONTO"
                   TO WS-REJ-MOTIVO
               PERFORM GRAVAR-REJEICAO
           ELSE
               MOVE SP-DATA TO WS-DATA-ANTERIOR
               COMPUTE WS-DIA-PONTO =
                   FUNCTION INTEGER-OF-DATE(SP-DATA)
               PERFORM VERIFICAR-FERIAS-PONTO
               IF WS-EM-FERIAS = "S"
                   MOVE "FUNCIONARIO EM FERIAS NO DIA"
                       TO WS-REJ-MOTIVO
                   PERFORM GRAVAR-REJEICAO
               ELSE
                   PERFORM ACUMULAR-LINHA-PONTO
               END-IF
           END-IF.
      *
      * VERIFICA SE O DIA DA LINHA CAI NO GOZO DE FERIAS PROGRAMADAS
      * DO FUNCIONARIO CORRENTE
      *
       VERIFICAR-FERIAS-PONTO.
           MOVE "N" TO WS-EM-FERIAS.
           SET WS-IDX-FER TO 1.
           IF WS-QTD-FERIAS > 0
               SEARCH WS-FERIAS-PONTO
                   WHEN WS-IDX-FER > WS-QTD-FERIAS
                       CONTINUE
                   WHEN FR-ID(WS-IDX-FER) = WS-ID-ATUAL
                           AND WS-DIA-PONTO >= FR-DIA-INICIO(WS-IDX-FER)
                           AND WS-DIA-PONTO <= FR-DIA-FIM(WS-IDX-FER)
                       MOVE "S" TO WS-EM-FERIAS
               END-SEARCH
           END-IF.
      *
      * ACUMULA AS HORAS DA LINHA ACEITA: HORA EXTRA DE DOMINGO OU
      * FERIADO VAI PARA OS 100%, AS DEMAIS PARA OS 50%; CADA SEMANA
      * (SEGUNDA A DOMINGO) COM FALTA CONTA UM DSR PERDIDO
      *
       ACUMULAR-LINHA-PONTO.
           ADD 1 TO WS-TOTAL-ACEITAS.
           ADD 1 TO WS-LINHAS-FUNC.
           ADD SP-HORAS-NORMAIS TO WS-HORAS-NORMAIS.
           ADD SP-HORAS-NOTURNAS TO WS-HORAS-NOTURNAS.
           PERFORM VERIFICAR-DOMINGO-FERIADO.
           IF WS-DOMINGO-FERIADO = "S"
               ADD SP-HORAS-EXTRAS TO WS-HORAS-HE-DOMINGO
           ELSE
               ADD SP-HORAS-EXTRAS TO WS-HORAS-HE-UTIL
           END-IF.
           IF SP-HORAS-FALTA > 0
               ADD SP-HORAS-FALTA TO WS-HORAS-FALTA
               COMPUTE WS-SEMANA-PONTO = (WS-DIA-PONTO - 1) / 7
               IF WS-SEMANA-PONTO NOT = WS-SEMANA-FALTA
                   ADD 1 TO WS-SEMANAS-FALTA
                   MOVE WS-SEMANA-PONTO TO WS-SEMANA-FALTA
               END-IF
           END-IF.
      *
      * O DIA DA LINHA E' DOMINGO OU UM DOS FERIADOS INFORMADOS?
      *
       VERIFICAR-DOMINGO-FERIADO.
           MOVE "N" TO WS-DOMINGO-FERIADO.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-PONTO - 1, 7).
           IF WS-DIA-SEMANA = 6
               MOVE "S" TO WS-DOMINGO-FERIADO
           ELSE
               SET WS-IDX-FRD TO 1
               IF WS-QTD-FERIADOS > 0
                   SEARCH WS-FERIADO
                       WHEN WS-IDX-FRD > WS-QTD-FERIADOS
                           CONTINUE
                       WHEN FE-DIA(WS-IDX-FRD) = WS-DIA-PONTO
                           MOVE "S" TO WS-DOMINGO-FERIADO
                   END-SEARCH
               END-IF
           END-IF.
      *
      * FIM DAS LINHAS DE UM FUNCIONARIO: VALORIZA AS HORAS E GRAVA
      * OS LANCAMENTOS, SE HOUVE LINHA ACEITA
      *
       FECHAR-FUNCIONARIO.
           IF PONTO-VALIDO AND WS-LINHAS-FUNC > 0
               PERFORM VALORIZAR-FUNCIONARIO
               PERFORM GRAVAR-LANCAMENTOS-FUNC
           END-IF.
      *
      * VALORIZACAO DAS HORAS DO FUNCIONARIO. O REFLEXO NO DSR E'
      * PROPORCIONAL AOS DIAS DE DESCANSO SOBRE OS DIAS UTEIS; O
      * DESCONTO DE FALTAS NUNCA PASSA DO SALARIO DO CADASTRO.
      *
       VALORIZAR-FUNCIONARIO.
           COMPUTE WS-VALOR-HE-UTIL ROUNDED =
               WS-HORAS-HE-UTIL * WS-VALOR-HORA * WS-FATOR-HE-UTIL.
           COMPUTE WS-VALOR-HE-DOMINGO ROUNDED =
               WS-HORAS-HE-DOMINGO * WS-VALOR-HORA
                   * WS-FATOR-HE-DOMINGO.
           COMPUTE WS-VALOR-NOTURNO ROUNDED =
               WS-HORAS-NOTURNAS * WS-VALOR-HORA * WS-ADIC-NOTURNO-PCT.
           MOVE 0 TO WS-VALOR-DSR.
           IF WS-DIAS-UTEIS > 0
               COMPUTE WS-VALOR-DSR ROUNDED =
                   (WS-VALOR-HE-UTIL + WS-VALOR-HE-DOMINGO
                       + WS-VALOR-NOTURNO)
                   / WS-DIAS-UTEIS * WS-DIAS-DSR
           END-IF.
           COMPUTE WS-HORAS-DSR-PERDIDO ROUNDED =
               WS-SEMANAS-FALTA * WS-DIVISOR-HORAS / 30.
           COMPUTE WS-VALOR-FALTAS ROUNDED =
               WS-HORAS-FALTA * WS-VALOR-HORA
                   + WS-SEMANAS-FALTA * WS-VALOR-DIA.
           IF WS-VALOR-FALTAS > WS-SALARIO-ATUAL
               MOVE WS-SALARIO-ATUAL TO WS-VALOR-FALTAS
           END-IF.
      *
      * GRAVACAO DOS LANCAMENTOS DO FUNCIONARIO (SO' OS EVENTOS COM
      * VALOR) E DA VALORIZACAO NO RELATORIO
      *
       GRAVAR-LANCAMENTOS-FUNC.
           ADD 1 TO WS-TOTAL-FUNCIONARIOS.
           MOVE WS-ID-ATUAL TO LIN-FUN-ID.
           MOVE WS-NOME-ATUAL TO LIN-FUN-NOME.
           MOVE WS-VALOR-HORA TO LIN-FUN-HORA.
           MOVE WS-LIN-FUNC TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 8 TO WS-LANC-EVENTO.
           MOVE WS-HORAS-HE-UTIL TO WS-LANC-HORAS.
           MOVE WS-VALOR-HE-UTIL TO WS-LANC-VALOR.
           PERFORM GRAVAR-LANCAMENTO.
           MOVE 9 TO WS-LANC-EVENTO.
           MOVE WS-HORAS-HE-DOMINGO TO WS-LANC-HORAS.
           MOVE WS-VALOR-HE-DOMINGO TO WS-LANC-VALOR.
           PERFORM GRAVAR-LANCAMENTO.
           MOVE 10 TO WS-LANC-EVENTO.
           MOVE WS-HORAS-NOTURNAS TO WS-LANC-HORAS.
           MOVE WS-VALOR-NOTURNO TO WS-LANC-VALOR.
           PERFORM GRAVAR-LANCAMENTO.
           MOVE 11 TO WS-LANC-EVENTO.
           MOVE 0 TO WS-LANC-HORAS.
           MOVE WS-VALOR-DSR TO WS-LANC-VALOR.
           PERFORM GRAVAR-LANCAMENTO.
           MOVE 12 TO WS-LANC-EVENTO.
           COMPUTE WS-LANC-HORAS =
               WS-HORAS-FALTA + WS-HORAS-DSR-PERDIDO.
           MOVE WS-VALOR-FALTAS TO WS-LANC-VALOR.
           PERFORM GRAVAR-LANCAMENTO.
      *
      * GRAVACAO DE UM LANCAMENTO EM LANCAMENTOS.DAT E DA LINHA DO
      * EVENTO NO RELATORIO. EVENTO SEM VALOR NAO E' GRAVADO. AS
      * HORAS SAO INFORMATIVAS E FICAM LIMITADAS AO CAMPO.
      *
       GRAVAR-LANCAMENTO.
           IF WS-LANC-VALOR > 0
               MOVE WS-ID-ATUAL     TO LANC-ID
               MOVE WS-COMPETENCIA  TO LANC-COMPETENCIA
               MOVE WS-LANC-EVENTO  TO LANC-EVENTO
               IF WS-LANC-HORAS > 999.99
                   MOVE 999.99 TO LANC-QTD-HORAS
               ELSE
                   MOVE WS-LANC-HORAS TO LANC-QTD-HORAS
               END-IF
               MOVE WS-LANC-VALOR   TO LANC-VALOR
               WRITE REG-LANCAMENTO
               IF WS-FS-LANCAMENTOS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR " WS-ARQ-LANCAMENTOS ": "
                       WS-FS-LANCAMENTOS
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-GRAVADOS
               MOVE WS-LANC-EVENTO TO LIN-EVT-CODIGO
               MOVE SPACES TO LIN-EVT-DESCRICAO
               SET WS-IDX-EVT TO 1
               SEARCH WS-EVENTO
                   AT END
                       CONTINUE
                   WHEN EVT-CODIGO(WS-IDX-EVT) = WS-LANC-EVENTO
                       MOVE EVT-DESCRICAO(WS-IDX-EVT)
                           TO LIN-EVT-DESCRICAO
                       IF EVT-TIPO(WS-IDX-EVT) = "P"
                           ADD WS-LANC-VALOR TO WS-SOMA-PROVENTOS
                       ELSE
                           ADD WS-LANC-VALOR TO WS-SOMA-DESCONTOS
                       END-IF
               END-SEARCH
               MOVE WS-LANC-HORAS TO LIN-EVT-HORAS
               MOVE WS-LANC-VALOR TO LIN-EVT-VALOR
               MOVE WS-LIN-EVENTO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
      *
      * GRAVACAO DE UMA LINHA NA LISTAGEM DE REJEITADAS, COM A
      * MATRICULA, A DATA (EDITADA QUANDO NUMERICA) E O MOTIVO JA
      * PREENCHIDOS
      *
       GRAVAR-REJEICAO.
           ADD 1 TO WS-TOTAL-REJEITADAS.
           MOVE WS-REJ-ID TO LIN-REJ-ID.
           IF WS-REJ-DATA NUMERIC
               MOVE WS-REJ-DIA TO ED-DIA
               MOVE WS-REJ-MES TO ED-MES
               MOVE WS-REJ-ANO TO ED-ANO
               MOVE WS-DATA-EDITADA TO LIN-REJ-DATA
           ELSE
               MOVE WS-REJ-DATA TO LIN-REJ-DATA
           END-IF.
           MOVE WS-REJ-MOTIVO TO LIN-REJ-MOTIVO.
           MOVE WS-LIN-REJEITADA TO REG-REJEITADA.
           WRITE REG-REJEITADA.
      *
      * TOTAIS DA IMPORTACAO NOS DOIS RELATORIOS
      *
       IMPRIMIR-TOTAIS.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "LINHAS DO PONTO LIDAS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-LIDAS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "LINHAS ACEITAS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-ACEITAS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "LINHAS REJEITADAS (VER ERROS-PONTO.TXT):"
               TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-REJEITADAS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "FUNCIONARIOS VALORIZADOS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-FUNCIONARIOS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "LANCAMENTOS GRAVADOS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-GRAVADOS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "LANCAMENTOS DA IMPORTACAO ANTERIOR SUBSTITUIDOS:"
               TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-DEPURADOS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "TOTAL DE PROVENTOS:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-PROVENTOS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "TOTAL DE DESCONTOS:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-DESCONTOS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-REJEITADA.
           WRITE REG-REJEITADA.
           MOVE "TOTAL DE LINHAS REJEITADAS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-REJEITADAS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-REJEITADA.
           WRITE REG-REJEITADA.
      *
      * GRAVACAO DE UMA LINHA DE TOTAL NO RELATORIO DE VALORIZACAO
      *
       GRAVAR-LINHA-TOTAL.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
