       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTER-CENTROS-CUSTO.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * PROGRAMA DE MANUTENCAO DO CADASTRO DE CENTROS DE CUSTO DA     *
      * EMPRESA (CENTROS-CUSTO.DAT): INCLUSAO, ALTERACAO, CONSULTA    *
      * PELO CODIGO E LISTAGEM NA TELA. O CODIGO E' INFORMADO NO      *
      * CADASTRO DE CADA FUNCIONARIO (MANTER-FUNCIONARIOS) E RATEIA A *
      * CONTABILIZACAO (EXPORTA-CONTABIL) E O RESUMO GERENCIAL        *
      * (RESUMO-MENSAL) POR DEPARTAMENTO. EXIGE NIVEL DE SUPERVISOR,  *
      * POIS AS CONTAS DE DESPESA DO CENTRO VAO DIRETO PARA A         *
      * CONTABILIDADE. NAO HA EXCLUSAO: FUNCIONARIOS E HISTORICOS     *
      * CONTINUAM APONTANDO PARA O CODIGO; UM CENTRO DESATIVADO       *
      * APENAS DEIXA DE SER INFORMADO NOS CADASTROS.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CENTROS-CUSTO ASSIGN USING WS-ARQ-CENTROS-CUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTROS-CUSTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CENTROS-CUSTO.
           COPY REGCCUSTO.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-CENTROS-CUSTO    PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-OPCAO               PIC X(1).
       01 WS-ENTRADA             PIC X(30).
       01 WS-TESTE-NUM           PIC S9(4).
       01 WS-VALOR-NUM           PIC S9(10)V99.
       01 WS-CODIGO-BUSCA        PIC 9(4).
       01 WS-CAMPO-VALIDO        PIC X(1).
       01 WS-ACHOU-CENTRO        PIC X(1).
           88 ACHOU-CENTRO            VALUE "S".
       01 WS-HOUVE-ALTERACAO     PIC X(1) VALUE "N".
           88 HOUVE-ALTERACAO         VALUE "S".
       01 WS-PROMPT              PIC X(40).
       01 WS-VALOR-ATUAL         PIC 9(10)V99.
       01 WS-VALOR-NOVO          PIC 9(10)V99.
      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR)
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "MANTER-CENTROS-CUSTO".
       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 2.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
      *
      * TABELA EM MEMORIA COM OS CENTROS DE CUSTO DA EMPRESA,
      * CARREGADA NA ABERTURA E REGRAVADA POR COMPLETO NO
      * ENCERRAMENTO QUANDO HOUVE ALGUMA ALTERACAO, NO MESMO ESTILO
      * DO MANTER-EMPRESAS.
      *
       01 WS-TOTAL-CENTROS       PIC 9(3) VALUE 0.
       01 WS-TAB-CENTROS.
           05 WS-CENTRO-ENTRADA OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               10 CT-CODIGO            PIC 9(4).
               10 CT-DESCRICAO         PIC X(30).
               10 CT-CONTA-DESPESA     PIC 9(8).
               10 CT-CONTA-DESP-FGTS   PIC 9(8).
               10 CT-CONTA-DESP-PATR   PIC 9(8).
      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
      * SELECIONA-EMPRESA) E NOME DO ARQUIVO DE CENTROS DE CUSTO
      * SEGREGADO POR EMPRESA (SUFIXO -ENNN), MONTADO EM
      * MONTAR-NOMES-ARQUIVOS
      *
       COPY EMPRESEL.CPY.
       01 WS-ARQ-CENTROS-CUSTO   PIC X(30).
       01 WS-NOME-CCUSTO-EMP.
           05 FILLER             PIC X(15) VALUE
               "CENTROS-CUSTO-E".
           05 NOME-CCUSTO-EMP     PIC 9(3).
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
           PERFORM CARREGAR-CENTROS.
           DISPLAY "MANUTENCAO DOS CENTROS DE CUSTO".
           DISPLAY "CENTROS DE CUSTO NO CADASTRO: " WS-TOTAL-CENTROS.
           PERFORM UNTIL WS-OPCAO = "F"
               DISPLAY " "
               DISPLAY "OPCOES: I=INCLUIR A=ALTERAR C=CONSULTAR "
                   "L=LISTAR F=FIM"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "I"
                       PERFORM INCLUIR-CENTRO
                   WHEN "A"
                       PERFORM ALTERAR-CENTRO
                   WHEN "C"
                       PERFORM CONSULTAR-CENTRO
                   WHEN "L"
                       PERFORM LISTAR-CENTROS
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-CENTROS
               DISPLAY "CADASTRO GRAVADO COM SUCESSO: "
                   WS-TOTAL-CENTROS " CENTROS DE CUSTO."
           ELSE
               DISPLAY "NENHUMA ALTERACAO A GRAVAR."
           END-IF.
           STOP RUN.
      *
      * CARREGA OS CENTROS DE CUSTO PARA A TABELA EM MEMORIA. SE O
      * ARQUIVO AINDA NAO EXISTIR, COMECA VAZIA E ELE SERA CRIADO NA
      * GRAVACAO.
      *
       CARREGAR-CENTROS.
           OPEN INPUT ARQ-CENTROS-CUSTO.
           IF WS-FS-CENTROS-CUSTO NOT = "00"
               DISPLAY "CENTROS-CUSTO.DAT AINDA NAO EXISTE; SERA "
                   "CRIADO NO ENCERRAMENTO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-CENTRO
               END-PERFORM
               CLOSE ARQ-CENTROS-CUSTO
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM CENTRO DE CUSTO PARA A TABELA
      *
       LER-CENTRO.
           READ ARQ-CENTROS-CUSTO
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-TOTAL-CENTROS >= 500
                       DISPLAY "ERRO: MAIS DE 500 CENTROS DE CUSTO EM "
                           "CENTROS-CUSTO.DAT."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "MANTER-CENTROS-CUSTO.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-CENTROS
                   SET WS-IDX TO WS-TOTAL-CENTROS
                   MOVE CC-CODIGO    TO CT-CODIGO(WS-IDX)
                   MOVE CC-DESCRICAO TO CT-DESCRICAO(WS-IDX)
                   IF CC-CONTA-DESPESA NUMERIC
                       MOVE CC-CONTA-DESPESA TO CT-CONTA-DESPESA(WS-IDX)
                   ELSE
                       MOVE 0 TO CT-CONTA-DESPESA(WS-IDX)
                   END-IF
                   IF CC-CONTA-DESPESA-FGTS NUMERIC
                       MOVE CC-CONTA-DESPESA-FGTS
                           TO CT-CONTA-DESP-FGTS(WS-IDX)
                   ELSE
                       MOVE 0 TO CT-CONTA-DESP-FGTS(WS-IDX)
                   END-IF
                   IF CC-CONTA-DESP-PATRONAL NUMERIC
                       MOVE CC-CONTA-DESP-PATRONAL
                           TO CT-CONTA-DESP-PATR(WS-IDX)
                   ELSE
                       MOVE 0 TO CT-CONTA-DESP-PATR(WS-IDX)
                   END-IF
           END-READ.
      *
      * SOLICITA O CODIGO DO CENTRO DE CUSTO, RE-PEDINDO ENQUANTO VIER
      * NAO NUMERICO OU ZERO (ZERO E' "SEM CENTRO DE CUSTO" NO
      * CADASTRO DE FUNCIONARIOS)
      *
       SOLICITAR-CODIGO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE O CODIGO DO CENTRO DE CUSTO (1 A 9999):"
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM =
                   FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "CODIGO INVALIDO: DIGITE APENAS NUMEROS."
               ELSE
                   COMPUTE WS-VALOR-NUM =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-VALOR-NUM <= 0 OR WS-VALOR-NUM > 9999
                       DISPLAY "CODIGO INVALIDO: DEVE ESTAR ENTRE 1 "
                           "E 9999."
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-CODIGO-BUSCA
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * PROCURA O CODIGO WS-CODIGO-BUSCA NA TABELA; SE ENCONTRAR,
      * WS-IDX FICA POSICIONADO NA ENTRADA.
      *
       LOCALIZAR-CENTRO.
           MOVE "N" TO WS-ACHOU-CENTRO.
           SET WS-IDX TO 1.
           IF WS-TOTAL-CENTROS > 0
               SEARCH WS-CENTRO-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WS-IDX > WS-TOTAL-CENTROS
                       CONTINUE
                   WHEN CT-CODIGO(WS-IDX) = WS-CODIGO-BUSCA
                       MOVE "S" TO WS-ACHOU-CENTRO
               END-SEARCH
           END-IF.
      *
      * INCLUSAO DE UM CENTRO DE CUSTO NOVO. O CODIGO E' RECUSADO SE
      * JA EXISTIR NO CADASTRO.
      *
       INCLUIR-CENTRO.
           IF WS-TOTAL-CENTROS >= 500
               DISPLAY "CADASTRO CHEIO: AUMENTE O TAMANHO DA TABELA "
                   "EM MANTER-CENTROS-CUSTO.CBL E RECOMPILE."
           ELSE
               PERFORM SOLICITAR-CODIGO
               PERFORM LOCALIZAR-CENTRO
               IF ACHOU-CENTRO
                   DISPLAY "CODIGO " WS-CODIGO-BUSCA " JA EXISTE NO "
                       "CADASTRO; USE ALTERAR."
               ELSE
                   ADD 1 TO WS-TOTAL-CENTROS
                   SET WS-IDX TO WS-TOTAL-CENTROS
                   MOVE WS-CODIGO-BUSCA TO CT-CODIGO(WS-IDX)
                   MOVE 0 TO CT-CONTA-DESPESA(WS-IDX)
                   MOVE 0 TO CT-CONTA-DESP-FGTS(WS-IDX)
                   MOVE 0 TO CT-CONTA-DESP-PATR(WS-IDX)
                   PERFORM SOLICITAR-DESCRICAO
                   PERFORM SOLICITAR-CONTAS
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   DISPLAY "CENTRO DE CUSTO " WS-CODIGO-BUSCA
                       " INCLUIDO."
               END-IF
           END-IF.
      *
      * SOLICITA A DESCRICAO, RE-PEDINDO ENQUANTO VIER EM BRANCO
      *
       SOLICITAR-DESCRICAO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE A DESCRICAO DO CENTRO DE CUSTO:"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   DISPLAY "DESCRICAO INVALIDA: NAO PODE FICAR "
                       "EM BRANCO."
               ELSE
                   MOVE WS-ENTRADA TO CT-DESCRICAO(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               END-IF
           END-PERFORM.
      *
      * SOLICITA AS CONTAS DE DESPESA PROPRIAS DO CENTRO,
      * REAPROVEITANDO A ENTRADA NUMERICA COMUM: ENTER MANTEM A CONTA
      * ATUAL E ZERO FAZ O CENTRO USAR A CONTA GERAL DO PLANO-CONTAS.
      *
       SOLICITAR-CONTAS.
           MOVE "CONTA DESPESA SALARIOS (0=PLANO-CONTAS):"
               TO WS-PROMPT.
           MOVE CT-CONTA-DESPESA(WS-IDX) TO WS-VALOR-ATUAL.
           PERFORM ALTERAR-CAMPO-NUMERICO.
           MOVE WS-VALOR-NOVO TO CT-CONTA-DESPESA(WS-IDX).
           MOVE "CONTA DESPESA FGTS (0=PLANO-CONTAS):"
               TO WS-PROMPT.
           MOVE CT-CONTA-DESP-FGTS(WS-IDX) TO WS-VALOR-ATUAL.
           PERFORM ALTERAR-CAMPO-NUMERICO.
           MOVE WS-VALOR-NOVO TO CT-CONTA-DESP-FGTS(WS-IDX).
           MOVE "CONTA DESPESA INSS PATRONAL (0=PLANO):"
               TO WS-PROMPT.
           MOVE CT-CONTA-DESP-PATR(WS-IDX) TO WS-VALOR-ATUAL.
           PERFORM ALTERAR-CAMPO-NUMERICO.
           MOVE WS-VALOR-NOVO TO CT-CONTA-DESP-PATR(WS-IDX).
      *
      * PEDE UM NOVO VALOR NUMERICO PARA O CAMPO DESCRITO EM
      * WS-PROMPT, PARTINDO DO ATUAL EM WS-VALOR-ATUAL, NO MESMO
      * ESTILO DO MANTER-FUNCIONARIOS. CONTA CONTABIL TEM NO MAXIMO
      * OITO DIGITOS.
      *
       ALTERAR-CAMPO-NUMERICO.
           DISPLAY WS-PROMPT.
           DISPLAY "  VALOR ATUAL: " WS-VALOR-ATUAL.
           DISPLAY "  NOVO VALOR (ENTER PARA MANTER):".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               MOVE WS-VALOR-ATUAL TO WS-VALOR-NOVO
           ELSE
               COMPUTE WS-TESTE-NUM =
                   FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "  VALOR INVALIDO, MANTENDO O VALOR ATUAL."
                   MOVE WS-VALOR-ATUAL TO WS-VALOR-NOVO
               ELSE
                   COMPUTE WS-VALOR-NUM =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-VALOR-NUM < 0 OR WS-VALOR-NUM > 99999999
                       DISPLAY "  VALOR INVALIDO: CONTA DEVE ESTAR "
                           "ENTRE 0 E 99999999. MANTENDO O VALOR "
                           "ATUAL."
                       MOVE WS-VALOR-ATUAL TO WS-VALOR-NOVO
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-VALOR-NOVO
                   END-IF
               END-IF
           END-IF.
      *
      * ALTERACAO DE UM CENTRO DE CUSTO EXISTENTE: DESCRICAO E CONTAS
      * SAO DIGITADAS DE NOVO
      *
       ALTERAR-CENTRO.
           PERFORM SOLICITAR-CODIGO.
           PERFORM LOCALIZAR-CENTRO.
           IF NOT ACHOU-CENTRO
               DISPLAY "CODIGO " WS-CODIGO-BUSCA " NAO ENCONTRADO "
                   "NO CADASTRO."
           ELSE
               PERFORM EXIBIR-CENTRO
               PERFORM SOLICITAR-DESCRICAO
               PERFORM SOLICITAR-CONTAS
               MOVE "S" TO WS-HOUVE-ALTERACAO
               DISPLAY "CENTRO DE CUSTO " WS-CODIGO-BUSCA
                   " ALTERADO."
           END-IF.
      *
      * CONSULTA DE UM CENTRO DE CUSTO PELO CODIGO
      *
       CONSULTAR-CENTRO.
           PERFORM SOLICITAR-CODIGO.
           PERFORM LOCALIZAR-CENTRO.
           IF NOT ACHOU-CENTRO
               DISPLAY "CODIGO " WS-CODIGO-BUSCA " NAO ENCONTRADO "
                   "NO CADASTRO."
           ELSE
               PERFORM EXIBIR-CENTRO
           END-IF.
      *
      * LISTAGEM NA TELA DE TODOS OS CENTROS DE CUSTO, NA ORDEM DO
      * ARQUIVO, PARA O OPERADOR CONFERIR OS CODIGOS ANTES DE
      * INFORMA-LOS NO CADASTRO DE FUNCIONARIOS
      *
       LISTAR-CENTROS.
           IF WS-TOTAL-CENTROS = 0
               DISPLAY "NENHUM CENTRO DE CUSTO CADASTRADO."
           ELSE
               DISPLAY "---------------------------"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-CENTROS
                   DISPLAY CT-CODIGO(WS-IDX) "  "
                       CT-DESCRICAO(WS-IDX)
               END-PERFORM
               DISPLAY "---------------------------"
           END-IF.
      *
      * EXIBICAO DOS DADOS DA ENTRADA CORRENTE DA TABELA
      *
       EXIBIR-CENTRO.
           DISPLAY "---------------------------".
           DISPLAY "CODIGO: " CT-CODIGO(WS-IDX).
           DISPLAY "DESCRICAO: " CT-DESCRICAO(WS-IDX).
           IF CT-CONTA-DESPESA(WS-IDX) = 0
               DISPLAY "CONTA DESPESA SALARIOS: PLANO-CONTAS"
           ELSE
               DISPLAY "CONTA DESPESA SALARIOS: "
                   CT-CONTA-DESPESA(WS-IDX)
           END-IF.
           IF CT-CONTA-DESP-FGTS(WS-IDX) = 0
               DISPLAY "CONTA DESPESA FGTS: PLANO-CONTAS"
           ELSE
               DISPLAY "CONTA DESPESA FGTS: "
                   CT-CONTA-DESP-FGTS(WS-IDX)
           END-IF.
           IF CT-CONTA-DESP-PATR(WS-IDX) = 0
               DISPLAY "CONTA DESPESA INSS PATRONAL: PLANO-CONTAS"
           ELSE
               DISPLAY "CONTA DESPESA INSS PATRONAL: "
                   CT-CONTA-DESP-PATR(WS-IDX)
           END-IF.
           DISPLAY "---------------------------".
      *
      * REGRAVACAO DO CADASTRO INTEIRO EM CENTROS-CUSTO.DAT,
      * SUBSTITUINDO O ARQUIVO ANTERIOR POR COMPLETO
      *
       GRAVAR-CENTROS.
           OPEN OUTPUT ARQ-CENTROS-CUSTO.
           IF WS-FS-CENTROS-CUSTO NOT = "00"
               DISPLAY "ERRO AO GRAVAR CENTROS-CUSTO.DAT: "
                   WS-FS-CENTROS-CUSTO
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-CENTROS
               MOVE CT-CODIGO(WS-IDX)          TO CC-CODIGO
               MOVE CT-DESCRICAO(WS-IDX)       TO CC-DESCRICAO
               MOVE CT-CONTA-DESPESA(WS-IDX)   TO CC-CONTA-DESPESA
               MOVE CT-CONTA-DESP-FGTS(WS-IDX) TO CC-CONTA-DESPESA-FGTS
               MOVE CT-CONTA-DESP-PATR(WS-IDX) TO CC-CONTA-DESP-PATRONAL
               WRITE REG-CENTRO-CUSTO
               IF WS-FS-CENTROS-CUSTO NOT = "00"
                   DISPLAY "ERRO AO GRAVAR CENTROS-CUSTO.DAT: "
                       WS-FS-CENTROS-CUSTO
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARQ-CENTROS-CUSTO.
      *
      * MONTA O NOME DO ARQUIVO DE CENTROS DE CUSTO DA EMPRESA
      * SELECIONADA (SUFIXO -ENNN)
      *
       MONTAR-NOMES-ARQUIVOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-CCUSTO-EMP.
           MOVE WS-NOME-CCUSTO-EMP TO WS-ARQ-CENTROS-CUSTO.
