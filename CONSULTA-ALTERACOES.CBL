       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSULTA-ALTERACOES.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * CONSULTA DA TRILHA DE ALTERACOES CADASTRAIS                   *
      * (LOG-ALTERACOES.DAT, GRAVADA PELA SUBROTINA GRAVA-TRILHA NOS  *
      * PROGRAMAS DE MANUTENCAO), PARA A AUDITORIA. OS FILTROS SAO    *
      * PEDIDOS NA ENTRADA, TODOS OPCIONAIS (ENTER = SEM FILTRO):     *
      * PERIODO (DATA INICIAL E FINAL), OPERADOR, PROGRAMA, EMPRESA E *
      * MATRICULA. O RELATORIO ALTERACOES.TXT LISTA, NA ORDEM EM QUE  *
      * FORAM FEITAS, AS OPERACOES QUE PASSAM NOS FILTROS - DATA,     *
      * HORA, OPERADOR, EMPRESA, PROGRAMA, OPERACAO E CHAVE DO        *
      * REGISTRO - E, ABAIXO DE CADA UMA, OS CAMPOS COM O VALOR       *
      * ANTERIOR E O NOVO. NOS TOTAIS SAI QUANTAS ALTERACOES DE DADOS *
      * BANCARIOS DE FUNCIONARIO OU DE PENSIONISTA FORAM LISTADAS E,  *
      * QUANDO A CONSULTA E' DE UMA MATRICULA, QUEM FEZ A ULTIMA E    *
      * QUANDO: E' A PERGUNTA A RESPONDER QUANDO O SALARIO OU A       *
      * PENSAO FOI CREDITADO NA CONTA ERRADA (INFORMAR A MATRICULA E  *
      * O PERIODO ATE A DATA DA REMESSA). A TRILHA E' GRAVADA EM      *
      * ORDEM CRONOLOGICA, ENTAO A LEITURA E' SEQUENCIAL, SEM         *
      * CLASSIFICACAO.                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOG-ALTERACOES ASSIGN TO "LOG-ALTERACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG-ALTERACOES.

           SELECT ARQ-RELATORIO ASSIGN TO "ALTERACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LOG-ALTERACOES.
           COPY REGALTER.CPY.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO             PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG-ALTERACOES   PIC X(2).
       01 WS-FS-RELATORIO        PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-ENTRADA             PIC X(30).
       01 WS-TESTE-NUM           PIC S9(4).
       01 WS-VALOR-NUM           PIC S9(10)V99.
       01 WS-CAMPO-VALIDO        PIC X(1).
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-SELECIONADA         PIC X(1).
           88 SELECIONADA             VALUE "S".
      *
      * FILTROS DA CONSULTA. SEM DATA INICIAL, A CONSULTA COMECA NO
      * PRIMEIRO REGISTRO DA TRILHA; SEM DATA FINAL, VAI ATE O
      * ULTIMO. EMPRESA ZERO SELECIONA OS CADASTROS COMUNS A TODAS
      * (TAXAS, CONTAS E OPERADORES), POR ISSO O FILTRO DE EMPRESA
      * TEM INDICADOR PROPRIO.
      *
       01 WS-FILTRO-DATA-INI     PIC 9(8)  VALUE 0.
       01 WS-FILTRO-DATA-FIM     PIC 9(8)  VALUE 99999999.
       01 WS-FILTRO-OPERADOR     PIC X(12) VALUE SPACES.
       01 WS-FILTRO-PROGRAMA     PIC X(20) VALUE SPACES.
       01 WS-FILTRO-EMPRESA      PIC 9(3)  VALUE 0.
       01 WS-FILTRA-EMPRESA      PIC X(1)  VALUE "N".
           88 FILTRA-EMPRESA          VALUE "S".
       01 WS-FILTRO-MATRICULA    PIC 9(6)  VALUE 0.
       01 WS-DATA-TRABALHO       PIC 9(8)  VALUE 0.
       01 WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
           05 WS-TRABALHO-ANO    PIC 9(4).
           05 WS-TRABALHO-MES    PIC 9(2).
           05 WS-TRABALHO-DIA    PIC 9(2).
       01 WS-PROMPT              PIC X(50).
      *
      * OPERACAO CORRENTE (DATA, HORA, OPERADOR, PROGRAMA, EMPRESA,
      * OPERACAO E CHAVE): AS LINHAS DA TRILHA DE UMA MESMA OPERACAO
      * SAEM SOB UM SO' CABECALHO
      *
       01 WS-GRUPO-ATUAL.
           05 GA-DATA            PIC 9(8).
           05 GA-HORA            PIC 9(6).
           05 GA-OPERADOR        PIC X(12).
           05 GA-PROGRAMA        PIC X(20).
           05 GA-EMPRESA         PIC 9(3).
           05 GA-OPERACAO        PIC X(1).
           05 GA-CHAVE           PIC X(20).
       01 WS-GRUPO-ANTERIOR      PIC X(70) VALUE SPACES.
      *
      * ULTIMA ALTERACAO DE DADOS BANCARIOS DE FUNCIONARIO OU DE
      * PENSIONISTA LISTADA
      *
       01 WS-ULT-BANCO-DATA      PIC 9(8)  VALUE 0.
       01 WS-ULT-BANCO-HORA      PIC 9(6)  VALUE 0.
       01 WS-ULT-BANCO-OPERADOR  PIC X(12) VALUE SPACES.
      *
      * CONTADORES DO RELATORIO
      *
       01 WS-TOTAL-LIDOS         PIC 9(7)  VALUE 0.
       01 WS-TOTAL-OPERACOES     PIC 9(7)  VALUE 0.
       01 WS-TOTAL-CAMPOS        PIC 9(7)  VALUE 0.
       01 WS-TOTAL-BANCARIAS     PIC 9(7)  VALUE 0.
      *
      * DATA E HORA EM EDICAO DD/MM/AAAA E HH:MM:SS PARA O RELATORIO
      *
       01 WS-EDICAO-DATA         PIC 9(8).
       01 WS-EDICAO-DATA-R REDEFINES WS-EDICAO-DATA.
           05 WS-EDICAO-ANO      PIC 9(4).
           05 WS-EDICAO-MES      PIC 9(2).
           05 WS-EDICAO-DIA      PIC 9(2).
       01 WS-DATA-EDITADA.
           05 ED-DIA             PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 ED-MES             PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 ED-ANO             PIC 9(4).
       01 WS-EDICAO-HORA         PIC 9(6).
       01 WS-EDICAO-HORA-R REDEFINES WS-EDICAO-HORA.
           05 WS-EDICAO-HH       PIC 9(2).
           05 WS-EDICAO-MI       PIC 9(2).
           05 WS-EDICAO-SS       PIC 9(2).
       01 WS-HORA-EDITADA.
           05 ED-HH              PIC 9(2).
           05 FILLER             PIC X(1)  VALUE ":".
           05 ED-MI              PIC 9(2).
           05 FILLER             PIC X(1)  VALUE ":".
           05 ED-SS              PIC 9(2).
      *
      * LINHAS DO RELATORIO
      *
       01 WS-LINHA-TRACO         PIC X(72) VALUE ALL "=".
       01 WS-LINHA-FINA          PIC X(72) VALUE ALL "-".
       01 WS-LIN-TITULO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(44)
               VALUE "TRILHA DE ALTERACOES CADASTRAIS - EMITIDA EM".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-TIT-DATA       PIC X(10).
       01 WS-LIN-FILTRO-PERIODO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(11) VALUE "PERIODO:   ".
           05 LIN-FIL-INICIO     PIC X(10).
           05 FILLER             PIC X(3)  VALUE " A ".
           05 LIN-FIL-FIM        PIC X(10).
       01 WS-LIN-FILTRO-OPERADOR.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(11) VALUE "OPERADOR:  ".
           05 LIN-FIL-OPERADOR   PIC X(12).
           05 FILLER             PIC X(13) VALUE "   PROGRAMA: ".
           05 LIN-FIL-PROGRAMA   PIC X(20).
       01 WS-LIN-FILTRO-EMPRESA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(11) VALUE "EMPRESA:   ".
           05 LIN-FIL-EMPRESA    PIC X(12).
           05 FILLER             PIC X(13) VALUE "   MATRICULA:".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-FIL-MATRICULA  PIC X(12).
       01 WS-LIN-GRUPO-1.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-G1-DATA        PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-G1-HORA        PIC X(8).
           05 FILLER             PIC X(12) VALUE "  OPERADOR: ".
           05 LIN-G1-OPERADOR    PIC X(12).
           05 FILLER             PIC X(11) VALUE "  EMPRESA: ".
           05 LIN-G1-EMPRESA     PIC 9(3).
       01 WS-LIN-GRUPO-2.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 LIN-G2-PROGRAMA    PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-G2-OPERACAO    PIC X(11).
           05 FILLER             PIC X(9)  VALUE "  CHAVE: ".
           05 LIN-G2-CHAVE       PIC X(20).
       01 WS-LIN-CAMPO-ANTES.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 LIN-CA-CAMPO       PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(5)  VALUE "DE   ".
           05 LIN-CA-ANTES       PIC X(30).
       01 WS-LIN-CAMPO-DEPOIS.
           05 FILLER             PIC X(36) VALUE SPACES.
           05 FILLER             PIC X(5)  VALUE "PARA ".
           05 LIN-CD-DEPOIS      PIC X(30).
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1).
           05 LIN-TOT-TEXTO      PIC X(45).
           05 LIN-TOT-VALOR      PIC ZZZZZZ9.
       01 WS-LIN-ULTIMA-BANCARIA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(28)
               VALUE "ULTIMA ALTERACAO BANCARIA: ".
           05 LIN-UB-DATA        PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-UB-HORA        PIC X(8).
           05 FILLER             PIC X(5)  VALUE " POR ".
           05 LIN-UB-OPERADOR    PIC X(12).

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR). A
      * TRILHA SO' E' CONSULTADA POR SUPERVISOR.
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "CONSULTA-ALTERACOES".
       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 2.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
               WS-OPERADOR WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "ACESSO NEGADO."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           DISPLAY "CONSULTA DA TRILHA DE ALTERACOES CADASTRAIS".
           DISPLAY "TECLE ENTER NOS FILTROS QUE NAO QUISER USAR.".
           PERFORM SOLICITAR-FILTROS.
           OPEN INPUT ARQ-LOG-ALTERACOES.
           IF WS-FS-LOG-ALTERACOES NOT = "00"
               DISPLAY "NENHUMA ALTERACAO REGISTRADA: "
                   "LOG-ALTERACOES.DAT NAO ENCONTRADO."
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALTERACOES.TXT: "
                   WS-FS-RELATORIO
               STOP RUN
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM LER-ALTERACAO
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-LOG-ALTERACOES.
           CLOSE ARQ-RELATORIO.
           DISPLAY "REGISTROS LIDOS NA TRILHA: " WS-TOTAL-LIDOS.
           DISPLAY "OPERACOES LISTADAS: " WS-TOTAL-OPERACOES
               " CAMPOS: " WS-TOTAL-CAMPOS.
           IF WS-TOTAL-BANCARIAS > 0
               DISPLAY "ALTERACOES DE DADOS BANCARIOS LISTADAS: "
                   WS-TOTAL-BANCARIAS
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM ALTERACOES.TXT".
           STOP RUN.
      *
      * PEDIDO DOS FILTROS DA CONSULTA. ENTER DEIXA O FILTRO EM
      * ABERTO; VALOR INVALIDO E' PEDIDO DE NOVO.
      *
       SOLICITAR-FILTROS.
           MOVE "DATA INICIAL (AAAAMMDD, ENTER = DESDE O INICIO):"
               TO WS-PROMPT.
           PERFORM SOLICITAR-DATA-FILTRO.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-DATA-TRABALHO TO WS-FILTRO-DATA-INI
           END-IF.
           MOVE "DATA FINAL (AAAAMMDD, ENTER = ATE O FIM):"
               TO WS-PROMPT.
           PERFORM SOLICITAR-DATA-FILTRO.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-DATA-TRABALHO TO WS-FILTRO-DATA-FIM
           END-IF.
           IF WS-FILTRO-DATA-FIM < WS-FILTRO-DATA-INI
               DISPLAY "DATA FINAL ANTERIOR A INICIAL; AS DUAS FORAM "
                   "INVERTIDAS."
               MOVE WS-FILTRO-DATA-INI TO WS-DATA-TRABALHO
               MOVE WS-FILTRO-DATA-FIM TO WS-FILTRO-DATA-INI
               MOVE WS-DATA-TRABALHO TO WS-FILTRO-DATA-FIM
           END-IF.
           DISPLAY "CODIGO DO OPERADOR (ENTER = TODOS):".
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA TO WS-FILTRO-OPERADOR.
           DISPLAY "PROGRAMA, EX.: MANTER-FUNCIONARIOS "
               "(ENTER = TODOS):".
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA TO WS-FILTRO-PROGRAMA.
           PERFORM SOLICITAR-EMPRESA-FILTRO.
           PERFORM SOLICITAR-MATRICULA-FILTRO.
      *
      * SOLICITA UMA DATA AAAAMMDD PARA O FILTRO DESCRITO EM
      * WS-PROMPT; ENTER DEIXA WS-ENTRADA EM BRANCO E SAI
      *
       SOLICITAR-DATA-FILTRO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY WS-PROMPT
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "DATA INVALIDA: DIGITE APENAS NUMEROS "
                           "NO FORMATO AAAAMMDD."
                   ELSE
                       COMPUTE WS-DATA-TRABALHO =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       IF WS-TRABALHO-MES < 1 OR WS-TRABALHO-MES > 12
                               OR WS-TRABALHO-DIA < 1
                               OR WS-TRABALHO-DIA > 31
                           DISPLAY "DATA INVALIDA: MES DEVE ESTAR "
                               "ENTRE 01 E 12 E DIA ENTRE 01 E 31."
                       ELSE
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA A EMPRESA DO FILTRO; ZERO E' ACEITO E SELECIONA OS
      * CADASTROS COMUNS A TODAS AS EMPRESAS
      *
       SOLICITAR-EMPRESA-FILTRO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "EMPRESA (0 = CADASTROS COMUNS, ENTER = "
                   "TODAS):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "EMPRESA INVALIDA: DIGITE APENAS "
                           "NUMEROS."
                   ELSE
                       COMPUTE WS-VALOR-NUM =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       IF WS-VALOR-NUM < 0 OR WS-VALOR-NUM > 999
                           DISPLAY "EMPRESA INVALIDA: DEVE ESTAR "
                               "ENTRE 0 E 999."
                       ELSE
                           MOVE WS-VALOR-NUM TO WS-FILTRO-EMPRESA
                           MOVE "S" TO WS-FILTRA-EMPRESA
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA A MATRICULA DO FILTRO
      *
       SOLICITAR-MATRICULA-FILTRO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "MATRICULA DO FUNCIONARIO (ENTER = TODAS):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "MATRICULA INVALIDA: DIGITE APENAS "
                           "NUMEROS."
                   ELSE
                       COMPUTE WS-VALOR-NUM =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       IF WS-VALOR-NUM <= 0 OR WS-VALOR-NUM > 999999
                           DISPLAY "MATRICULA INVALIDA: DEVE SER "
                               "MAIOR QUE ZERO."
                       ELSE
                           MOVE WS-VALOR-NUM TO WS-FILTRO-MATRICULA
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * CABECALHO DO RELATORIO, COM OS FILTROS USADOS
      *
       IMPRIMIR-CABECALHO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-DATA-HOJE TO WS-EDICAO-DATA.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDITADA TO LIN-TIT-DATA.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WS-FILTRO-DATA-INI = 0
               MOVE "INICIO" TO LIN-FIL-INICIO
           ELSE
               MOVE WS-FILTRO-DATA-INI TO WS-EDICAO-DATA
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO LIN-FIL-INICIO
           END-IF.
           IF WS-FILTRO-DATA-FIM = 99999999
               MOVE "FIM" TO LIN-FIL-FIM
           ELSE
               MOVE WS-FILTRO-DATA-FIM TO WS-EDICAO-DATA
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO LIN-FIL-FIM
           END-IF.
           MOVE WS-LIN-FILTRO-PERIODO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WS-FILTRO-OPERADOR = SPACES
               MOVE "TODOS" TO LIN-FIL-OPERADOR
           ELSE
               MOVE WS-FILTRO-OPERADOR TO LIN-FIL-OPERADOR
           END-IF.
           IF WS-FILTRO-PROGRAMA = SPACES
               MOVE "TODOS" TO LIN-FIL-PROGRAMA
           ELSE
               MOVE WS-FILTRO-PROGRAMA TO LIN-FIL-PROGRAMA
           END-IF.
           MOVE WS-LIN-FILTRO-OPERADOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF FILTRA-EMPRESA
               MOVE WS-FILTRO-EMPRESA TO LIN-FIL-EMPRESA
           ELSE
               MOVE "TODAS" TO LIN-FIL-EMPRESA
           END-IF.
           IF WS-FILTRO-MATRICULA = 0
               MOVE "TODAS" TO LIN-FIL-MATRICULA
           ELSE
               MOVE WS-FILTRO-MATRICULA TO LIN-FIL-MATRICULA
           END-IF.
           MOVE WS-LIN-FILTRO-EMPRESA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * LEITURA DE UMA LINHA DA TRILHA
      *
       LER-ALTERACAO.
           READ ARQ-LOG-ALTERACOES
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM VERIFICAR-FILTROS
                   IF SELECIONADA
                       PERFORM IMPRIMIR-ALTERACAO
                   END-IF
           END-READ.
      *
      * CONFRONTA A LINHA LIDA COM OS FILTROS DA CONSULTA
      *
       VERIFICAR-FILTROS.
           MOVE "S" TO WS-SELECIONADA.
           IF ALT-DATA NOT NUMERIC
               MOVE "N" TO WS-SELECIONADA
           ELSE IF ALT-DATA < WS-FILTRO-DATA-INI
                   OR ALT-DATA > WS-FILTRO-DATA-FIM
               MOVE "N" TO WS-SELECIONADA
           ELSE IF WS-FILTRO-OPERADOR NOT = SPACES
                   AND ALT-OPERADOR NOT = WS-FILTRO-OPERADOR
               MOVE "N" TO WS-SELECIONADA
           ELSE IF WS-FILTRO-PROGRAMA NOT = SPACES
                   AND ALT-PROGRAMA NOT = WS-FILTRO-PROGRAMA
               MOVE "N" TO WS-SELECIONADA
           ELSE IF FILTRA-EMPRESA
                   AND ALT-EMPRESA NOT = WS-FILTRO-EMPRESA
               MOVE "N" TO WS-SELECIONADA
           ELSE IF WS-FILTRO-MATRICULA NOT = 0
                   AND ALT-MATRICULA NOT = WS-FILTRO-MATRICULA
               MOVE "N" TO WS-SELECIONADA
           END-IF.
      *
      * IMPRESSAO DE UMA LINHA SELECIONADA: CABECALHO DA OPERACAO
      * QUANDO ELA MUDA, E O CAMPO COM OS VALORES ANTES E DEPOIS
      *
       IMPRIMIR-ALTERACAO.
           MOVE ALT-DATA      TO GA-DATA.
           MOVE ALT-HORA      TO GA-HORA.
           MOVE ALT-OPERADOR  TO GA-OPERADOR.
           MOVE ALT-PROGRAMA  TO GA-PROGRAMA.
           MOVE ALT-EMPRESA   TO GA-EMPRESA.
           MOVE ALT-OPERACAO  TO GA-OPERACAO.
           MOVE ALT-CHAVE     TO GA-CHAVE.
           IF WS-GRUPO-ATUAL NOT = WS-GRUPO-ANTERIOR
               PERFORM IMPRIMIR-OPERACAO
               MOVE WS-GRUPO-ATUAL TO WS-GRUPO-ANTERIOR
           END-IF.
           ADD 1 TO WS-TOTAL-CAMPOS.
           MOVE ALT-CAMPO  TO LIN-CA-CAMPO.
           MOVE ALT-ANTES  TO LIN-CA-ANTES.
           MOVE WS-LIN-CAMPO-ANTES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALT-DEPOIS TO LIN-CD-DEPOIS.
           MOVE WS-LIN-CAMPO-DEPOIS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VERIFICAR-DADOS-BANCARIOS.
      *
      * CABECALHO DE UMA OPERACAO: DATA, HORA, OPERADOR E EMPRESA NA
      * PRIMEIRA LINHA; PROGRAMA, OPERACAO E CHAVE NA SEGUNDA
      *
       IMPRIMIR-OPERACAO.
           ADD 1 TO WS-TOTAL-OPERACOES.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALT-DATA TO WS-EDICAO-DATA.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDITADA TO LIN-G1-DATA.
           MOVE ALT-HORA TO WS-EDICAO-HORA.
           PERFORM EDITAR-HORA.
           MOVE WS-HORA-EDITADA TO LIN-G1-HORA.
           MOVE ALT-OPERADOR TO LIN-G1-OPERADOR.
           MOVE ALT-EMPRESA TO LIN-G1-EMPRESA.
           MOVE WS-LIN-GRUPO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALT-PROGRAMA TO LIN-G2-PROGRAMA.
           EVALUATE TRUE
               WHEN ALT-INCLUSAO
                   MOVE "INCLUSAO"   TO LIN-G2-OPERACAO
               WHEN ALT-ALTERACAO
                   MOVE "ALTERACAO"  TO LIN-G2-OPERACAO
               WHEN ALT-INATIVACAO
                   MOVE "INATIVACAO" TO LIN-G2-OPERACAO
               WHEN ALT-REATIVACAO
                   MOVE "REATIVACAO" TO LIN-G2-OPERACAO
               WHEN ALT-EXCLUSAO
                   MOVE "EXCLUSAO"   TO LIN-G2-OPERACAO
               WHEN OTHER
                   MOVE ALT-OPERACAO TO LIN-G2-OPERACAO
           END-EVALUATE.
           MOVE ALT-CHAVE TO LIN-G2-CHAVE.
           MOVE WS-LIN-GRUPO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * ALTERACAO DE BANCO, AGENCIA OU CONTA DE FUNCIONARIO OU DE
      * PENSIONISTA (CUJA CHAVE NA TRILHA TAMBEM TRAZ A MATRICULA DO
      * FUNCIONARIO): CONTADA E GUARDADA COMO A ULTIMA, PARA OS TOTAIS
      *
       VERIFICAR-DADOS-BANCARIOS.
           IF (ALT-PROGRAMA = "MANTER-FUNCIONARIOS"
                   OR ALT-PROGRAMA = "MANTER-PENSIONISTAS")
                   AND (ALT-CAMPO = "BANCO" OR ALT-CAMPO = "AGENCIA"
                        OR ALT-CAMPO = "CONTA")
               ADD 1 TO WS-TOTAL-BANCARIAS
               MOVE ALT-DATA     TO WS-ULT-BANCO-DATA
               MOVE ALT-HORA     TO WS-ULT-BANCO-HORA
               MOVE ALT-OPERADOR TO WS-ULT-BANCO-OPERADOR
           END-IF.
      *
      * TOTAIS DA CONSULTA
      *
       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "REGISTROS LIDOS NA TRILHA:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-LIDOS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "OPERACOES LISTADAS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-OPERACOES TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "CAMPOS ALTERADOS LISTADOS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-CAMPOS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "ALTERACOES BANCARIAS DE FUNC. E PENSIONISTA:"
               TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-BANCARIAS TO LIN-TOT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           IF WS-FILTRO-MATRICULA NOT = 0 AND WS-TOTAL-BANCARIAS > 0
               MOVE WS-ULT-BANCO-DATA TO WS-EDICAO-DATA
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO LIN-UB-DATA
               MOVE WS-ULT-BANCO-HORA TO WS-EDICAO-HORA
               PERFORM EDITAR-HORA
               MOVE WS-HORA-EDITADA TO LIN-UB-HORA
               MOVE WS-ULT-BANCO-OPERADOR TO LIN-UB-OPERADOR
               MOVE WS-LIN-ULTIMA-BANCARIA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * GRAVACAO DE UMA LINHA DE TOTAL
      *
       GRAVAR-LINHA-TOTAL.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * EDICAO DE WS-EDICAO-DATA (AAAAMMDD) EM DD/MM/AAAA
      *
       EDITAR-DATA.
           MOVE WS-EDICAO-DIA TO ED-DIA.
           MOVE WS-EDICAO-MES TO ED-MES.
           MOVE WS-EDICAO-ANO TO ED-ANO.
      *
      * EDICAO DE WS-EDICAO-HORA (HHMMSS) EM HH:MM:SS
      *
       EDITAR-HORA.
           MOVE WS-EDICAO-HH TO ED-HH.
           MOVE WS-EDICAO-MI TO ED-MI.
           MOVE WS-EDICAO-SS TO ED-SS.
