       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTER-AFASTAMENTOS.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * PROGRAMA DE MANUTENCAO DO CADASTRO DE AFASTAMENTOS            *
      * (AFASTAMENTOS.DAT): INCLUSAO, ALTERACAO, EXCLUSAO E CONSULTA  *
      * POR MATRICULA E DATA DE INICIO, E REGISTRO DO RETORNO         *
      * EFETIVO. A MATRICULA PRECISA EXISTIR ATIVA EM                 *
      * FUNCIONARIOS.DAT; O MOTIVO E' VALIDADO CONTRA TABAFAST.CPY E  *
      * AS DATAS DE RETORNO PRECISAM SER POSTERIORES AO INICIO.       *
      * AFASTAMENTO QUE SE SOBREPOE A OUTRO DA MESMA MATRICULA E'     *
      * RECUSADO, PARA O CALC-SALARIO-LOTE NAO ABATER O MESMO DIA     *
      * DUAS VEZES.                                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AFASTAMENTOS ASSIGN USING WS-ARQ-AFASTAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFASTAMENTOS.

           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AFASTAMENTOS.
           COPY REGAFAST.CPY.

       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-AFASTAMENTOS     PIC X(2).
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-OPCAO               PIC X(1).
       01 WS-ENTRADA             PIC X(30).
       01 WS-TESTE-NUM           PIC S9(4).
       01 WS-VALOR-NUM           PIC S9(10)V99.
       01 WS-ID-BUSCA            PIC 9(6).
       01 WS-DATA-BUSCA          PIC 9(8).
       01 WS-CAMPO-VALIDO        PIC X(1).
       01 WS-ACHOU-AFASTAMENTO   PIC X(1).
           88 ACHOU-AFASTAMENTO       VALUE "S".
       01 WS-ACHOU-FUNCIONARIO   PIC X(1).
           88 ACHOU-FUNCIONARIO       VALUE "S".
       01 WS-HOUVE-ALTERACAO     PIC X(1) VALUE "N".
           88 HOUVE-ALTERACAO         VALUE "S".
       01 WS-SOBREPOSTO          PIC X(1) VALUE "N".
           88 SOBREPOSTO              VALUE "S".
       01 WS-DATA-TRABALHO       PIC 9(8)  VALUE 0.
       01 WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
           05 WS-TRABALHO-ANO    PIC 9(4).
           05 WS-TRABALHO-MES    PIC 9(2).
           05 WS-TRABALHO-DIA    PIC 9(2).
       01 WS-PROMPT              PIC X(40).
       01 WS-IND-COMPACTA        PIC 9(4)  VALUE 0.
      *
      * PERIODO DO AFASTAMENTO CORRENTE E DE CADA OUTRO DA MESMA
      * MATRICULA NA VERIFICACAO DE SOBREPOSICAO: INICIO E VESPERA DO
      * RETORNO (EFETIVO, SE JA REGISTRADO, SENAO O PREVISTO)
      *
       01 WS-NOVO-INICIO         PIC 9(8)  VALUE 0.
       01 WS-NOVO-RETORNO        PIC 9(8)  VALUE 0.
       01 WS-OUTRO-RETORNO       PIC 9(8)  VALUE 0.
       01 WS-IDX-ATUAL           PIC 9(4)  VALUE 0.
       01 WS-IND-VERIF           PIC 9(4)  VALUE 0.
       01 WS-RETORNO-OK          PIC X(1)  VALUE "N".
      *
      * COPIA DA ENTRADA ANTES DA ALTERACAO, PARA RESTAURA-LA QUANDO
      * O NOVO PERIODO SE SOBREPUSER A OUTRO AFASTAMENTO
      *
       01 WS-AFASTAMENTO-ANTERIOR PIC X(31).
      *
      * TABELA DOS MOTIVOS DE AFASTAMENTO ACEITOS, PARTILHADA COM OS
      * CONTRACHEQUES E O GERA-ESOCIAL
      *
       COPY TABAFAST.CPY.
      *
      * TABELA EM MEMORIA COM OS AFASTAMENTOS, CARREGADA NA ABERTURA
      * E REGRAVADA POR COMPLETO NO ENCERRAMENTO QUANDO HOUVE ALGUMA
      * ALTERACAO, NO MESMO ESTILO DO MANTER-FERIAS.
      *
       01 WS-TOTAL-AFASTAMENTOS  PIC 9(4) VALUE 0.
       01 WS-TAB-AFASTAMENTOS.
           05 WS-AFASTAMENTO OCCURS 2000 TIMES INDEXED BY WS-IDX.
               10 AFT-ID               PIC 9(6).
               10 AFT-MOTIVO           PIC X(1).
               10 AFT-DATA-INICIO      PIC 9(8).
               10 AFT-RETORNO-PREVISTO PIC 9(8).
               10 AFT-RETORNO-EFETIVO  PIC 9(8).

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR)
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "MANTER-AFASTAMENTOS".
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
       01 WS-ARQ-AFASTAMENTOS    PIC X(30).
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-NOME-AFAST-EMP.
           05 FILLER             PIC X(14) VALUE
               "AFASTAMENTOS-E".
           05 NOME-AFAST-EMP      PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
           05 NOME-FUNC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".IDX".
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
           PERFORM ABRIR-CADASTRO.
           PERFORM CARREGAR-AFASTAMENTOS.
           DISPLAY "MANUTENCAO DO CADASTRO DE AFASTAMENTOS".
           DISPLAY "AFASTAMENTOS NO ARQUIVO: " WS-TOTAL-AFASTAMENTOS.
           PERFORM UNTIL WS-OPCAO = "F"
               DISPLAY " "
               DISPLAY "OPCOES: I=INCLUIR A=ALTERAR R=RETORNO "
                   "E=EXCLUIR C=CONSULTAR F=FIM"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "I"
                       PERFORM INCLUIR-AFASTAMENTO
                   WHEN "A"
                       PERFORM ALTERAR-AFASTAMENTO
                   WHEN "R"
                       PERFORM REGISTRAR-RETORNO
                   WHEN "E"
                       PERFORM EXCLUIR-AFASTAMENTO
                   WHEN "C"
                       PERFORM CONSULTAR-AFASTAMENTO
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-AFASTAMENTOS
               DISPLAY "AFASTAMENTOS GRAVADOS COM SUCESSO: "
                   WS-TOTAL-AFASTAMENTOS " REGISTROS."
           ELSE
               DISPLAY "NENHUMA ALTERACAO A GRAVAR."
           END-IF.
           CLOSE ARQ-FUNCIONARIOS.
           STOP RUN.
      *
      * ABERTURA DO CADASTRO INDEXADO, QUE FICA ABERTO DURANTE A
      * MANUTENCAO PARA A VALIDACAO DAS MATRICULAS PELA CHAVE.
      * CADASTRO AUSENTE IMPEDE A MANUTENCAO, POIS NAO HA COMO
      * VALIDAR A MATRICULA DE QUEM NAO EXISTE.
      *
       ABRIR-CADASTRO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
      *
      * CARREGA OS AFASTAMENTOS PARA A TABELA EM MEMORIA. SE O
      * ARQUIVO AINDA NAO EXISTIR, COMECA VAZIA E ELE SERA CRIADO NA
      * GRAVACAO.
      *
       CARREGAR-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-FS-AFASTAMENTOS NOT = "00"
               DISPLAY "AFASTAMENTOS.DAT AINDA NAO EXISTE; "
                   "SERA CRIADO NO ENCERRAMENTO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-AFASTAMENTO
               END-PERFORM
               CLOSE ARQ-AFASTAMENTOS
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM AFASTAMENTO PARA A TABELA
      *
       LER-AFASTAMENTO.
           READ ARQ-AFASTAMENTOS
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-TOTAL-AFASTAMENTOS >= 2000
                       DISPLAY "ERRO: MAIS DE 2000 AFASTAMENTOS EM "
                           "AFASTAMENTOS.DAT."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "MANTER-AFASTAMENTOS.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-AFASTAMENTOS
                   SET WS-IDX TO WS-TOTAL-AFASTAMENTOS
                   MOVE AFAST-ID          TO AFT-ID(WS-IDX)
                   MOVE AFAST-MOTIVO      TO AFT-MOTIVO(WS-IDX)
                   MOVE AFAST-DATA-INICIO TO AFT-DATA-INICIO(WS-IDX)
                   MOVE AFAST-RETORNO-PREVISTO
                       TO AFT-RETORNO-PREVISTO(WS-IDX)
                   IF AFAST-RETORNO-EFETIVO NUMERIC
                       MOVE AFAST-RETORNO-EFETIVO
                           TO AFT-RETORNO-EFETIVO(WS-IDX)
                   ELSE
                       MOVE 0 TO AFT-RETORNO-EFETIVO(WS-IDX)
                   END-IF
           END-READ.
      *
      * SOLICITA UMA MATRICULA, RE-PEDINDO ENQUANTO VIER NAO NUMERICA
      * OU ZERO, NO MESMO MOLDE DO MANTER-FUNCIONARIOS.
      *
       SOLICITAR-MATRICULA.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE A MATRICULA DO FUNCIONARIO:"
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM =
                   FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "MATRICULA INVALIDA: DIGITE APENAS "
                       "NUMEROS."
               ELSE
                   COMPUTE WS-VALOR-NUM =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-VALOR-NUM <= 0
                       DISPLAY "MATRICULA INVALIDA: DEVE SER MAIOR "
                           "QUE ZERO."
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-ID-BUSCA
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA UMA DATA (AAAAMMDD) COM O TEXTO EM WS-PROMPT,
      * RE-PEDINDO ENQUANTO VIER NAO NUMERICA OU COM MES OU DIA FORA
      * DOS LIMITES. O RESULTADO FICA EM WS-DATA-TRABALHO.
      *
       SOLICITAR-DATA.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY WS-PROMPT
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM =
                   FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "DATA INVALIDA: DIGITE APENAS NUMEROS NO "
                       "FORMATO AAAAMMDD."
               ELSE
                   COMPUTE WS-DATA-TRABALHO =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-TRABALHO-MES < 1 OR WS-TRABALHO-MES > 12
                           OR WS-TRABALHO-DIA < 1
                           OR WS-TRABALHO-DIA > 31
                       DISPLAY "DATA INVALIDA: MES DEVE ESTAR ENTRE "
                           "01 E 12 E DIA ENTRE 01 E 31."
                   ELSE
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * PROCURA O AFASTAMENTO DA MATRICULA WS-ID-BUSCA COM INICIO EM
      * WS-DATA-BUSCA; SE ENCONTRAR, WS-IDX FICA POSICIONADO NA
      * ENTRADA.
      *
       LOCALIZAR-AFASTAMENTO.
           MOVE "N" TO WS-ACHOU-AFASTAMENTO.
           SET WS-IDX TO 1.
           IF WS-TOTAL-AFASTAMENTOS > 0
               SEARCH WS-AFASTAMENTO
                   AT END
                       CONTINUE
                   WHEN WS-IDX > WS-TOTAL-AFASTAMENTOS
                       CONTINUE
                   WHEN AFT-ID(WS-IDX) = WS-ID-BUSCA
                           AND AFT-DATA-INICIO(WS-IDX) = WS-DATA-BUSCA
                       MOVE "S" TO WS-ACHOU-AFASTAMENTO
               END-SEARCH
           END-IF.
      *
      * VERIFICA SE A MATRICULA EXISTE ATIVA NO CADASTRO
      *
       VALIDAR-MATRICULA-ATIVA.
           MOVE "N" TO WS-ACHOU-FUNCIONARIO.
           MOVE WS-ID-BUSCA TO FUNC-ID.
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT FUNC-INATIVO
                       MOVE "S" TO WS-ACHOU-FUNCIONARIO
                   END-IF
           END-READ.
      *
      * SOLICITA INICIO DO AFASTAMENTO PARA LOCALIZA-LO (ALTERACAO,
      * RETORNO, EXCLUSAO E CONSULTA)
      *
       SOLICITAR-CHAVE.
           PERFORM SOLICITAR-MATRICULA.
           MOVE "DATA DE INICIO DO AFASTAMENTO (AAAAMMDD):"
               TO WS-PROMPT.
           PERFORM SOLICITAR-DATA.
           MOVE WS-DATA-TRABALHO TO WS-DATA-BUSCA.
           PERFORM LOCALIZAR-AFASTAMENTO.
      *
      * INCLUSAO DE UM AFASTAMENTO NOVO. A MATRICULA PRECISA EXISTIR
      * ATIVA NO CADASTRO E NAO PODE JA TER AFASTAMENTO COM A MESMA
      * DATA DE INICIO NEM OUTRO AFASTAMENTO NO MESMO PERIODO.
      *
       INCLUIR-AFASTAMENTO.
           IF WS-TOTAL-AFASTAMENTOS >= 2000
               DISPLAY "ARQUIVO CHEIO: AUMENTE O TAMANHO DA TABELA "
                   "EM MANTER-AFASTAMENTOS.CBL E RECOMPILE."
           ELSE
               PERFORM SOLICITAR-MATRICULA
               PERFORM VALIDAR-MATRICULA-ATIVA
               IF NOT ACHOU-FUNCIONARIO
                   DISPLAY "MATRICULA " WS-ID-BUSCA " NAO EXISTE "
                       "ATIVA NO CADASTRO."
               ELSE
                   MOVE "DATA DE INICIO DO AFASTAMENTO (AAAAMMDD):"
                       TO WS-PROMPT
                   PERFORM SOLICITAR-DATA
                   MOVE WS-DATA-TRABALHO TO WS-DATA-BUSCA
                   PERFORM LOCALIZAR-AFASTAMENTO
                   IF ACHOU-AFASTAMENTO
                       DISPLAY "JA EXISTE AFASTAMENTO DA MATRICULA "
                           WS-ID-BUSCA " COM ESTE INICIO; USE "
                           "ALTERAR."
                   ELSE
                       ADD 1 TO WS-TOTAL-AFASTAMENTOS
                       SET WS-IDX TO WS-TOTAL-AFASTAMENTOS
                       MOVE WS-ID-BUSCA TO AFT-ID(WS-IDX)
                       MOVE WS-DATA-BUSCA TO AFT-DATA-INICIO(WS-IDX)
                       MOVE 0 TO AFT-RETORNO-EFETIVO(WS-IDX)
                       PERFORM SOLICITAR-MOTIVO
                       PERFORM SOLICITAR-RETORNO-PREVISTO
                       PERFORM VERIFICAR-SOBREPOSICAO
                       IF SOBREPOSTO
                           SUBTRACT 1 FROM WS-TOTAL-AFASTAMENTOS
                           DISPLAY "O PERIODO SE SOBREPOE A OUTRO "
                               "AFASTAMENTO DA MATRICULA; INCLUSAO "
                               "CANCELADA."
                       ELSE
                           MOVE "S" TO WS-HOUVE-ALTERACAO
                           DISPLAY "AFASTAMENTO DA MATRICULA "
                               WS-ID-BUSCA " INCLUIDO."
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * SOLICITA O MOTIVO DO AFASTAMENTO, RE-PEDINDO ENQUANTO NAO FOR
      * UM DOS CODIGOS DE TABAFAST.CPY
      *
       SOLICITAR-MOTIVO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "MOTIVO: D=LICENCA MEDICA A=ACIDENTE DE "
                   "TRABALHO M=LICENCA MATERNIDADE"
               ACCEPT WS-ENTRADA
               SET WS-IDX-MOT TO 1
               SEARCH WS-MOTIVO-AFAST
                   AT END
                       DISPLAY "MOTIVO INVALIDO: DIGITE D, A OU M."
                   WHEN MOT-CODIGO(WS-IDX-MOT) = WS-ENTRADA(1:1)
                       MOVE WS-ENTRADA(1:1) TO AFT-MOTIVO(WS-IDX)
                       MOVE "S" TO WS-CAMPO-VALIDO
               END-SEARCH
           END-PERFORM.
      *
      * SOLICITA O RETORNO PREVISTO, RE-PEDINDO ENQUANTO NAO FOR
      * POSTERIOR AO INICIO DO AFASTAMENTO
      *
       SOLICITAR-RETORNO-PREVISTO.
           MOVE "N" TO WS-RETORNO-OK.
           PERFORM UNTIL WS-RETORNO-OK = "S"
               MOVE "DATA DE RETORNO PREVISTA (AAAAMMDD):"
                   TO WS-PROMPT
               PERFORM SOLICITAR-DATA
               IF WS-DATA-TRABALHO <= AFT-DATA-INICIO(WS-IDX)
                   DISPLAY "O RETORNO DEVE SER POSTERIOR AO INICIO "
                       "DO AFASTAMENTO."
               ELSE
                   MOVE WS-DATA-TRABALHO
                       TO AFT-RETORNO-PREVISTO(WS-IDX)
                   MOVE "S" TO WS-RETORNO-OK
               END-IF
           END-PERFORM.
      *
      * SOLICITA O RETORNO EFETIVO. ENTRADA EM BRANCO OU ZERO DEIXA O
      * AFASTAMENTO EM ABERTO; UMA DATA PRECISA SER POSTERIOR AO
      * INICIO DO AFASTAMENTO.
      *
       SOLICITAR-RETORNO-EFETIVO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DATA DO RETORNO EFETIVO (AAAAMMDD, ENTER "
                   "SE AINDA AFASTADO):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES OR WS-ENTRADA = "0"
                   MOVE 0 TO AFT-RETORNO-EFETIVO(WS-IDX)
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
                       ELSE IF WS-DATA-TRABALHO <=
                               AFT-DATA-INICIO(WS-IDX)
                           DISPLAY "O RETORNO DEVE SER POSTERIOR AO "
                               "INICIO DO AFASTAMENTO."
                       ELSE
                           MOVE WS-DATA-TRABALHO
                               TO AFT-RETORNO-EFETIVO(WS-IDX)
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * VERIFICA SE O AFASTAMENTO DA ENTRADA CORRENTE (WS-IDX) SE
      * SOBREPOE A OUTRO DA MESMA MATRICULA. CADA PERIODO VAI DO
      * INICIO ATE A VESPERA DO RETORNO (O EFETIVO, SE JA REGISTRADO,
      * SENAO O PREVISTO); DOIS PERIODOS SE SOBREPOEM QUANDO CADA UM
      * COMECA ANTES DO RETORNO DO OUTRO.
      *
       VERIFICAR-SOBREPOSICAO.
           MOVE "N" TO WS-SOBREPOSTO.
           SET WS-IDX-ATUAL TO WS-IDX.
           MOVE AFT-DATA-INICIO(WS-IDX) TO WS-NOVO-INICIO.
           IF AFT-RETORNO-EFETIVO(WS-IDX) > 0
               MOVE AFT-RETORNO-EFETIVO(WS-IDX) TO WS-NOVO-RETORNO
           ELSE
               MOVE AFT-RETORNO-PREVISTO(WS-IDX) TO WS-NOVO-RETORNO
           END-IF.
           PERFORM VARYING WS-IND-VERIF FROM 1 BY 1
                   UNTIL WS-IND-VERIF > WS-TOTAL-AFASTAMENTOS
               IF WS-IND-VERIF NOT = WS-IDX-ATUAL
                       AND AFT-ID(WS-IND-VERIF) = AFT-ID(WS-IDX-ATUAL)
                   IF AFT-RETORNO-EFETIVO(WS-IND-VERIF) > 0
                       MOVE AFT-RETORNO-EFETIVO(WS-IND-VERIF)
                           TO WS-OUTRO-RETORNO
                   ELSE
                       MOVE AFT-RETORNO-PREVISTO(WS-IND-VERIF)
                           TO WS-OUTRO-RETORNO
                   END-IF
                   IF WS-NOVO-INICIO < WS-OUTRO-RETORNO
                           AND AFT-DATA-INICIO(WS-IND-VERIF)
                               < WS-NOVO-RETORNO
                       MOVE "S" TO WS-SOBREPOSTO
                   END-IF
               END-IF
           END-PERFORM.
           SET WS-IDX TO WS-IDX-ATUAL.
      *
      * ALTERACAO DE UM AFASTAMENTO: MOTIVO, RETORNO PREVISTO E
      * RETORNO EFETIVO SAO DIGITADOS DE NOVO. SE O NOVO PERIODO SE
      * SOBREPUSER A OUTRO AFASTAMENTO, OS DADOS ANTERIORES SAO
      * RESTAURADOS.
      *
       ALTERAR-AFASTAMENTO.
           PERFORM SOLICITAR-CHAVE.
           IF NOT ACHOU-AFASTAMENTO
               DISPLAY "AFASTAMENTO NAO ENCONTRADO PARA A MATRICULA "
                   WS-ID-BUSCA " COM ESTE INICIO."
           ELSE
               PERFORM EXIBIR-AFASTAMENTO
               MOVE WS-AFASTAMENTO(WS-IDX) TO WS-AFASTAMENTO-ANTERIOR
               PERFORM SOLICITAR-MOTIVO
               PERFORM SOLICITAR-RETORNO-PREVISTO
               PERFORM SOLICITAR-RETORNO-EFETIVO
               PERFORM VERIFICAR-SOBREPOSICAO
               IF SOBREPOSTO
                   MOVE WS-AFASTAMENTO-ANTERIOR
                       TO WS-AFASTAMENTO(WS-IDX)
                   DISPLAY "O PERIODO SE SOBREPOE A OUTRO "
                       "AFASTAMENTO DA MATRICULA; ALTERACAO "
                       "CANCELADA."
               ELSE
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   DISPLAY "AFASTAMENTO DA MATRICULA " WS-ID-BUSCA
                       " ALTERADO."
               END-IF
           END-IF.
      *
      * REGISTRO DO RETORNO EFETIVO DE UM AFASTAMENTO, SEM REDIGITAR
      * OS DEMAIS DADOS. O RETORNO SO' PODE ENCURTAR O PERIODO (OU
      * ALONGA-LO SEM INVADIR OUTRO AFASTAMENTO DA MATRICULA).
      *
       REGISTRAR-RETORNO.
           PERFORM SOLICITAR-CHAVE.
           IF NOT ACHOU-AFASTAMENTO
               DISPLAY "AFASTAMENTO NAO ENCONTRADO PARA A MATRICULA "
                   WS-ID-BUSCA " COM ESTE INICIO."
           ELSE
               PERFORM EXIBIR-AFASTAMENTO
               MOVE AFT-RETORNO-EFETIVO(WS-IDX) TO WS-OUTRO-RETORNO
               PERFORM SOLICITAR-RETORNO-EFETIVO
               PERFORM VERIFICAR-SOBREPOSICAO
               IF SOBREPOSTO
                   MOVE WS-OUTRO-RETORNO
                       TO AFT-RETORNO-EFETIVO(WS-IDX)
                   DISPLAY "O RETORNO INVADE OUTRO AFASTAMENTO DA "
                       "MATRICULA; REGISTRO CANCELADO."
               ELSE
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   DISPLAY "RETORNO DA MATRICULA " WS-ID-BUSCA
                       " REGISTRADO."
               END-IF
           END-IF.
      *
      * EXCLUSAO DE UM AFASTAMENTO, COMPACTANDO A TABELA
      *
       EXCLUIR-AFASTAMENTO.
           PERFORM SOLICITAR-CHAVE.
           IF NOT ACHOU-AFASTAMENTO
               DISPLAY "AFASTAMENTO NAO ENCONTRADO PARA A MATRICULA "
                   WS-ID-BUSCA " COM ESTE INICIO."
           ELSE
               SET WS-IND-COMPACTA TO WS-IDX
               PERFORM VARYING WS-IND-COMPACTA
                       FROM WS-IND-COMPACTA BY 1
                       UNTIL WS-IND-COMPACTA >= WS-TOTAL-AFASTAMENTOS
                   MOVE WS-AFASTAMENTO(WS-IND-COMPACTA + 1)
                       TO WS-AFASTAMENTO(WS-IND-COMPACTA)
               END-PERFORM
               SUBTRACT 1 FROM WS-TOTAL-AFASTAMENTOS
               MOVE "S" TO WS-HOUVE-ALTERACAO
               DISPLAY "AFASTAMENTO DA MATRICULA " WS-ID-BUSCA
                   " EXCLUIDO."
           END-IF.
      *
      * CONSULTA DE UM AFASTAMENTO PELA MATRICULA E DATA DE INICIO
      *
       CONSULTAR-AFASTAMENTO.
           PERFORM SOLICITAR-CHAVE.
           IF NOT ACHOU-AFASTAMENTO
               DISPLAY "AFASTAMENTO NAO ENCONTRADO PARA A MATRICULA "
                   WS-ID-BUSCA " COM ESTE INICIO."
           ELSE
               PERFORM EXIBIR-AFASTAMENTO
           END-IF.
      *
      * EXIBICAO DOS DADOS DA ENTRADA CORRENTE DA TABELA
      *
       EXIBIR-AFASTAMENTO.
           DISPLAY "---------------------------".
           DISPLAY "MATRICULA: " AFT-ID(WS-IDX).
           SET WS-IDX-MOT TO 1.
           SEARCH WS-MOTIVO-AFAST
               AT END
                   DISPLAY "MOTIVO: " AFT-MOTIVO(WS-IDX)
                       " (NAO CADASTRADO)"
               WHEN MOT-CODIGO(WS-IDX-MOT) = AFT-MOTIVO(WS-IDX)
                   DISPLAY "MOTIVO: " MOT-DESCRICAO(WS-IDX-MOT)
           END-SEARCH.
           DISPLAY "INICIO: " AFT-DATA-INICIO(WS-IDX).
           DISPLAY "RETORNO PREVISTO: " AFT-RETORNO-PREVISTO(WS-IDX).
           IF AFT-RETORNO-EFETIVO(WS-IDX) > 0
               DISPLAY "RETORNO EFETIVO: "
                   AFT-RETORNO-EFETIVO(WS-IDX)
           ELSE
               DISPLAY "RETORNO EFETIVO: AINDA AFASTADO"
           END-IF.
           DISPLAY "---------------------------".
      *
      * REGRAVACAO DOS AFASTAMENTOS EM AFASTAMENTOS.DAT, SUBSTITUINDO
      * O ARQUIVO ANTERIOR POR COMPLETO, NO MESMO ESTILO DO
      * MANTER-FERIAS.
      *
       GRAVAR-AFASTAMENTOS.
           OPEN OUTPUT ARQ-AFASTAMENTOS.
           IF WS-FS-AFASTAMENTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR AFASTAMENTOS.DAT: "
                   WS-FS-AFASTAMENTOS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-AFASTAMENTOS
               MOVE AFT-ID(WS-IDX)          TO AFAST-ID
               MOVE AFT-MOTIVO(WS-IDX)      TO AFAST-MOTIVO
               MOVE AFT-DATA-INICIO(WS-IDX) TO AFAST-DATA-INICIO
               MOVE AFT-RETORNO-PREVISTO(WS-IDX)
                   TO AFAST-RETORNO-PREVISTO
               MOVE AFT-RETORNO-EFETIVO(WS-IDX)
                   TO AFAST-RETORNO-EFETIVO
               WRITE REG-AFASTAMENTO
               IF WS-FS-AFASTAMENTOS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR AFASTAMENTOS.DAT: "
                       WS-FS-AFASTAMENTOS
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARQ-AFASTAMENTOS.
      *
      * MONTA OS NOMES DOS ARQUIVOS DE MOVIMENTO DA EMPRESA
      * SELECIONADA (SUFIXO -ENNN), NO MOLDE DO FOLHA-AAAAMM.DAT
      * DO FECHA-MES
      *
       MONTAR-NOMES-ARQUIVOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-AFAST-EMP.
           MOVE WS-NOME-AFAST-EMP TO WS-ARQ-AFASTAMENTOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
