      * NA DIGITACAO; MATRICULA DUPLICADA E' RECUSADA PELO PROPRIO    *
      * ARQUIVO INDEXADO NA INCLUSAO. O CADASTRO SEQUENCIAL ANTIGO    *
      * (FUNCIONARIOS.DAT) E' MIGRADO UMA UNICA VEZ PELO              *
      * CONVERTE-CADASTRO. O CENTRO DE CUSTO INFORMADO PRECISA       *
      * EXISTIR NO CADASTRO DA EMPRESA (CENTROS-CUSTO.DAT, MANTIDO    *
      * PELO MANTER-CENTROS-CUSTO); ZERO DEIXA O FUNCIONARIO SEM      *
      * CENTRO DE CUSTO.                                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQ-CENTROS-CUSTO ASSIGN USING WS-ARQ-CENTROS-CUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTROS-CUSTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       FD  ARQ-CENTROS-CUSTO.
           COPY REGCCUSTO.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-CENTROS-CUSTO    PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-OPCAO               PIC X(1).
       01 WS-ENTRADA             PIC X(30).
       01 WS-TESTE-NUM           PIC S9(4).
           05 CAD-PIS                PIC 9(11).
           05 CAD-ADMISSAO           PIC 9(8).
           05 CAD-BANCO-SITUACAO     PIC X(1).
           05 CAD-CCUSTO             PIC 9(4).
      *
      * DADOS BANCARIOS ANTES DA DIGITACAO, PARA DETECTAR ALTERACAO E
      * LIMPAR A MARCA DE CREDITO RECUSADO PELO BANCO
       01 WS-AGENCIA-ANTES       PIC 9(5)  VALUE 0.
       01 WS-CONTA-ANTES         PIC 9(10) VALUE 0.
      *
      * REGISTRO COMO ESTAVA NO ARQUIVO ANTES DA OPERACAO, GUARDADO NA
      * LEITURA PELA CHAVE, PARA A TRILHA DE ALTERACOES REGISTRAR O
      * VALOR ANTERIOR DE CADA CAMPO MODIFICADO
      *
       01 WS-CADASTRO-ANTES.
           05 AN-ID                  PIC 9(6).
           05 AN-NOME                PIC X(30).
           05 AN-SALARIO-BRUTO       PIC 9(6)V99.
           05 AN-DEPENDENTES         PIC 9(2).
           05 AN-PENSAO-ALIM         PIC 9(6)V99.
           05 AN-SITUACAO            PIC X(1).
           05 AN-BANCO               PIC 9(3).
           05 AN-AGENCIA             PIC 9(5).
           05 AN-CONTA               PIC 9(10).
           05 AN-CPF                 PIC 9(11).
           05 AN-PIS                 PIC 9(11).
           05 AN-ADMISSAO            PIC 9(8).
           05 AN-BANCO-SITUACAO      PIC X(1).
           05 AN-CCUSTO              PIC 9(4).
      *
      * CAMPOS DE APOIO DA VALIDACAO DO CPF E DO PIS/NIT: OS DIGITOS
      * VERIFICADORES SAO RECALCULADOS PELO MODULO 11 E COMPARADOS
      * COM OS DIGITADOS, POIS A DECLARACAO MENSAL AO GOVERNO E'
           05 WS-ADMISSAO-ANO    PIC 9(4).
           05 WS-ADMISSAO-MES    PIC 9(2).
           05 WS-ADMISSAO-DIA    PIC 9(2).
      *
      * CENTROS DE CUSTO DA EMPRESA, CARREGADOS NA ABERTURA PARA
      * VALIDAR O CODIGO DIGITADO E MOSTRAR A DESCRICAO
      *
       01 WS-CCUSTO-BUSCA        PIC 9(4)  VALUE 0.
       01 WS-ACHOU-CENTRO        PIC X(1).
           88 ACHOU-CENTRO            VALUE "S".
       01 WS-TOTAL-CENTROS       PIC 9(3)  VALUE 0.
       01 WS-TAB-CENTROS.
           05 WS-CENTRO-ENTRADA OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CC.
               10 CT-CODIGO            PIC 9(4).
               10 CT-DESCRICAO         PIC X(30).

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * MONTAR-NOMES-ARQUIVOS
      *
       COPY EMPRESEL.CPY.
      *
      * PARAMETROS DA TRILHA DE ALTERACOES (SUBROTINA COMUM
      * GRAVA-TRILHA)
      *
       COPY TRILHA.CPY.
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-ARQ-CENTROS-CUSTO   PIC X(30).
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
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
           END-IF.
           PERFORM MONTAR-NOMES-ARQUIVOS.
           PERFORM ABRIR-CADASTRO.
           PERFORM CARREGAR-CENTROS-CUSTO.
           DISPLAY "MANUTENCAO DO CADASTRO DE FUNCIONARIOS".
           PERFORM UNTIL WS-OPCAO = "F"
               DISPLAY " "
               STOP RUN
           END-IF.
      *
      * CARREGA OS CENTROS DE CUSTO DA EMPRESA PARA A TABELA EM
      * MEMORIA. SEM O ARQUIVO (CENTROS AINDA NAO CADASTRADOS) SO' O
      * CODIGO ZERO, SEM CENTRO DE CUSTO, E' ACEITO.
      *
       CARREGAR-CENTROS-CUSTO.
           OPEN INPUT ARQ-CENTROS-CUSTO.
           IF WS-FS-CENTROS-CUSTO NOT = "00"
               DISPLAY "AVISO: CENTROS-CUSTO.DAT NAO ENCONTRADO; "
                   "CADASTRE OS CENTROS NO MANTER-CENTROS-CUSTO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-CENTRO-CUSTO
               END-PERFORM
               CLOSE ARQ-CENTROS-CUSTO
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM CENTRO DE CUSTO PARA A TABELA
      *
       LER-CENTRO-CUSTO.
           READ ARQ-CENTROS-CUSTO
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-TOTAL-CENTROS >= 500
                       DISPLAY "ERRO: MAIS DE 500 CENTROS DE CUSTO EM "
                           "CENTROS-CUSTO.DAT."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "MANTER-FUNCIONARIOS.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-CENTROS
                   SET WS-IDX-CC TO WS-TOTAL-CENTROS
                   MOVE CC-CODIGO    TO CT-CODIGO(WS-IDX-CC)
                   MOVE CC-DESCRICAO TO CT-DESCRICAO(WS-IDX-CC)
           END-READ.
      *
      * PROCURA O CENTRO DE CUSTO WS-CCUSTO-BUSCA NA TABELA; SE
      * ENCONTRAR, WS-IDX-CC FICA POSICIONADO NA ENTRADA.
      *
       LOCALIZAR-CENTRO-CUSTO.
           MOVE "N" TO WS-ACHOU-CENTRO.
           SET WS-IDX-CC TO 1.
           IF WS-TOTAL-CENTROS > 0
               SEARCH WS-CENTRO-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-CC > WS-TOTAL-CENTROS
                       CONTINUE
                   WHEN CT-CODIGO(WS-IDX-CC) = WS-CCUSTO-BUSCA
                       MOVE "S" TO WS-ACHOU-CENTRO
               END-SEARCH
           END-IF.
      *
      * LEITURA PELA CHAVE DA MATRICULA EM WS-ID-BUSCA; SE ENCONTRAR,
      * O REGISTRO E' COPIADO PARA A AREA DE TRABALHO WS-CADASTRO,
      * COM OS CAMPOS ACRESCENTADOS DEPOIS DOS REGISTROS MAIS ANTIGOS
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-FUNCIONARIO
                   PERFORM CARREGAR-TRABALHO
                   MOVE WS-CADASTRO TO WS-CADASTRO-ANTES
           END-READ.
      *
      * COPIA DO REGISTRO LIDO PARA A AREA DE TRABALHO, COM OS CAMPOS
           ELSE
               MOVE SPACE TO CAD-BANCO-SITUACAO
           END-IF.
           IF FUNC-CCUSTO NUMERIC
               MOVE FUNC-CCUSTO TO CAD-CCUSTO
           ELSE
               MOVE 0 TO CAD-CCUSTO
           END-IF.
      *
      * COPIA DA AREA DE TRABALHO PARA O REGISTRO DO ARQUIVO, ANTES
      * DO WRITE OU REWRITE
           MOVE CAD-PIS             TO FUNC-PIS.
           MOVE CAD-ADMISSAO        TO FUNC-ADMISSAO.
           MOVE CAD-BANCO-SITUACAO  TO FUNC-BANCO-SITUACAO.
           MOVE CAD-CCUSTO          TO FUNC-CCUSTO.
      *
      * SOLICITA UMA MATRICULA, RE-PEDINDO ENQUANTO VIER NAO NUMERICA
      * OU ZERO. O RESULTADO FICA EM WS-ID-BUSCA.
               MOVE 0 TO CAD-PIS
               MOVE 0 TO CAD-ADMISSAO
               MOVE SPACE TO CAD-BANCO-SITUACAO
               MOVE 0 TO CAD-CCUSTO
               PERFORM SOLICITAR-NOME
               PERFORM SOLICITAR-SALARIO
               PERFORM SOLICITAR-DEPENDENTES
               PERFORM SOLICITAR-PIS
               PERFORM SOLICITAR-ADMISSAO
               PERFORM SOLICITAR-DADOS-BANCARIOS
               PERFORM SOLICITAR-CENTRO-CUSTO
               MOVE "A" TO CAD-SITUACAO
               PERFORM DESCARREGAR-TRABALHO
               WRITE REG-FUNCIONARIO
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO " WS-ID-BUSCA
                           " INCLUIDO."
                       MOVE "I" TO WS-TRILHA-OPERACAO
                       PERFORM REGISTRAR-TRILHA
               END-WRITE
               IF WS-FS-FUNCIONARIOS NOT = "00"
                       AND WS-FS-FUNCIONARIOS NOT = "22"
               MOVE SPACE TO CAD-BANCO-SITUACAO
           END-IF.
      *
      * SOLICITA O CENTRO DE CUSTO DO FUNCIONARIO: ENTER MANTEM O
      * ATUAL, ZERO DEIXA SEM CENTRO DE CUSTO (O FUNCIONARIO SAI
      * APONTADO NA CONTABILIZACAO E NO RESUMO GERENCIAL) E QUALQUER
      * OUTRO CODIGO PRECISA EXISTIR EM CENTROS-CUSTO.DAT, RE-PEDINDO
      * ENQUANTO NAO EXISTIR.
      *
       SOLICITAR-CENTRO-CUSTO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "CENTRO DE CUSTO ATUAL: " CAD-CCUSTO
               DISPLAY "NOVO CENTRO DE CUSTO (ENTER PARA MANTER, "
                   "0 PARA NENHUM):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "CENTRO DE CUSTO INVALIDO: DIGITE "
                           "APENAS NUMEROS."
                   ELSE
                       COMPUTE WS-VALOR-NUM =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       IF WS-VALOR-NUM < 0 OR WS-VALOR-NUM > 9999
                           DISPLAY "CENTRO DE CUSTO INVALIDO: DEVE "
                               "ESTAR ENTRE 0 E 9999."
                       ELSE
                           MOVE WS-VALOR-NUM TO WS-CCUSTO-BUSCA
                           PERFORM VALIDAR-CENTRO-CUSTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * ACEITA O CODIGO DIGITADO EM WS-CCUSTO-BUSCA SE FOR ZERO OU
      * EXISTIR NA TABELA DE CENTROS DE CUSTO
      *
       VALIDAR-CENTRO-CUSTO.
           IF WS-CCUSTO-BUSCA = 0
               DISPLAY "ATENCAO: FUNCIONARIO FICA SEM CENTRO DE "
                   "CUSTO."
               MOVE 0 TO CAD-CCUSTO
               MOVE "S" TO WS-CAMPO-VALIDO
           ELSE
               PERFORM LOCALIZAR-CENTRO-CUSTO
               IF ACHOU-CENTRO
                   DISPLAY "  " CT-DESCRICAO(WS-IDX-CC)
                   MOVE WS-CCUSTO-BUSCA TO CAD-CCUSTO
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "CENTRO DE CUSTO " WS-CCUSTO-BUSCA
                       " NAO CADASTRADO NO MANTER-CENTROS-CUSTO."
               END-IF
           END-IF.
      *
      * ALTERACAO DOS DADOS DE UM FUNCIONARIO EXISTENTE. PARA CADA
      * CAMPO, ENTER MANTEM O VALOR ATUAL; UM VALOR DIGITADO PASSA
      * PELAS MESMAS VALIDACOES DA INCLUSAO. O REGISTRO E' REGRAVADO
               PERFORM SOLICITAR-PIS
               PERFORM SOLICITAR-ADMISSAO
               PERFORM SOLICITAR-DADOS-BANCARIOS
               PERFORM SOLICITAR-CENTRO-CUSTO
               MOVE "A" TO WS-TRILHA-OPERACAO
               PERFORM REGRAVAR-FUNCIONARIO
               DISPLAY "FUNCIONARIO " WS-ID-BUSCA " ALTERADO."
           END-IF.
                   ACCEPT WS-OPCAO
                   IF WS-OPCAO = "S"
                       MOVE "A" TO CAD-SITUACAO
                       MOVE "R" TO WS-TRILHA-OPERACAO
                       PERFORM REGRAVAR-FUNCIONARIO
                       DISPLAY "FUNCIONARIO " WS-ID-BUSCA
                           " REATIVADO."
                   MOVE SPACE TO WS-OPCAO
               ELSE
                   MOVE "I" TO CAD-SITUACAO
                   MOVE "T" TO WS-TRILHA-OPERACAO
                   PERFORM REGRAVAR-FUNCIONARIO
                   DISPLAY "FUNCIONARIO " WS-ID-BUSCA " INATIVADO; "
                       "NAO ENTRARA MAIS NOS LOTES DE CALCULO."
           ELSE
               DISPLAY "SITUACAO: ATIVO"
           END-IF.
           IF CAD-CCUSTO = 0
               DISPLAY "CENTRO DE CUSTO: NAO INFORMADO"
           ELSE
               MOVE CAD-CCUSTO TO WS-CCUSTO-BUSCA
               PERFORM LOCALIZAR-CENTRO-CUSTO
               IF ACHOU-CENTRO
                   DISPLAY "CENTRO DE CUSTO: " CAD-CCUSTO " "
                       CT-DESCRICAO(WS-IDX-CC)
               ELSE
                   DISPLAY "CENTRO DE CUSTO: " CAD-CCUSTO
                       " (NAO CADASTRADO)"
               END-IF
           END-IF.
           DISPLAY "---------------------------".
      *
      * REGRAVACAO DO REGISTRO CORRENTE PELA CHAVE. A OPERACAO DA
      * TRILHA (ALTERACAO, INATIVACAO OU REATIVACAO) VEM PREENCHIDA
      * PELO CHAMADOR.
      *
       REGRAVAR-FUNCIONARIO.
           PERFORM DESCARREGAR-TRABALHO.
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
           PERFORM REGISTRAR-TRILHA.
      *
      * TRILHA DE ALTERACOES DO REGISTRO GRAVADO: CADA CAMPO VAI PARA
      * A SUBROTINA COMUM COM O VALOR DA LEITURA (WS-CADASTRO-ANTES)
      * E O VALOR GRAVADO; A SUBROTINA DESPREZA OS QUE NAO MUDARAM.
      * CHAMADO SO' DEPOIS DO WRITE OU REWRITE BEM-SUCEDIDO, PARA A
      * TRILHA NAO REGISTRAR ALTERACAO QUE NAO CHEGOU AO ARQUIVO.
      *
       REGISTRAR-TRILHA.
           MOVE WS-EMPRESA-CODIGO TO WS-TRILHA-EMPRESA.
           MOVE CAD-ID TO WS-TRILHA-MATRICULA.
           MOVE CAD-ID TO WS-TRILHA-CHAVE.
           MOVE "NOME" TO WS-TRILHA-CAMPO.
           MOVE AN-NOME TO WS-TRILHA-ANTES.
           MOVE CAD-NOME TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "SALARIO BRUTO" TO WS-TRILHA-CAMPO.
           MOVE AN-SALARIO-BRUTO TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-ANTES.
           MOVE CAD-SALARIO-BRUTO TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "DEPENDENTES" TO WS-TRILHA-CAMPO.
           MOVE AN-DEPENDENTES TO WS-TRILHA-ANTES.
           MOVE CAD-DEPENDENTES TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "PENSAO ALIMENTICIA" TO WS-TRILHA-CAMPO.
           MOVE AN-PENSAO-ALIM TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-ANTES.
           MOVE CAD-PENSAO-ALIM TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "SITUACAO" TO WS-TRILHA-CAMPO.
           MOVE AN-SITUACAO TO WS-TRILHA-ANTES.
           MOVE CAD-SITUACAO TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "BANCO" TO WS-TRILHA-CAMPO.
           MOVE AN-BANCO TO WS-TRILHA-ANTES.
           MOVE CAD-BANCO TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "AGENCIA" TO WS-TRILHA-CAMPO.
           MOVE AN-AGENCIA TO WS-TRILHA-ANTES.
           MOVE CAD-AGENCIA TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "CONTA" TO WS-TRILHA-CAMPO.
           MOVE AN-CONTA TO WS-TRILHA-ANTES.
           MOVE CAD-CONTA TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "CREDITO RECUSADO PELO BANCO" TO WS-TRILHA-CAMPO.
           MOVE AN-BANCO-SITUACAO TO WS-TRILHA-ANTES.
           MOVE CAD-BANCO-SITUACAO TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "CPF" TO WS-TRILHA-CAMPO.
           MOVE AN-CPF TO WS-TRILHA-ANTES.
           MOVE CAD-CPF TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "PIS/NIT" TO WS-TRILHA-CAMPO.
           MOVE AN-PIS TO WS-TRILHA-ANTES.
           MOVE CAD-PIS TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "DATA DE ADMISSAO" TO WS-TRILHA-CAMPO.
           MOVE AN-ADMISSAO TO WS-TRILHA-ANTES.
           MOVE CAD-ADMISSAO TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
           MOVE "CENTRO DE CUSTO" TO WS-TRILHA-CAMPO.
           MOVE AN-CCUSTO TO WS-TRILHA-ANTES.
           MOVE CAD-CCUSTO TO WS-TRILHA-DEPOIS.
           PERFORM GRAVAR-TRILHA.
      *
      * UM CAMPO DO REGISTRO PARA A SUBROTINA COMUM DA TRILHA
      *
       GRAVAR-TRILHA.
           CALL "GRAVA-TRILHA" USING WS-PROGRAMA WS-OPERADOR
               WS-TRILHA-EMPRESA WS-TRILHA-MATRICULA WS-TRILHA-OPERACAO
               WS-TRILHA-CHAVE WS-TRILHA-CAMPO WS-TRILHA-ANTES
               WS-TRILHA-DEPOIS.
      *
      * MONTA OS NOMES DOS ARQUIVOS DE MOVIMENTO DA EMPRESA
      * SELECIONADA (SUFIXO -ENNN), NO MOLDE DO FOLHA-AAAAMM.DAT
       MONTAR-NOMES-ARQUIVOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-CCUSTO-EMP.
           MOVE WS-NOME-CCUSTO-EMP TO WS-ARQ-CENTROS-CUSTO.
