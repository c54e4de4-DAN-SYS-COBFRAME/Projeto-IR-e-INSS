       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTER-PENSIONISTAS.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * PROGRAMA DE MANUTENCAO DO CADASTRO DE PENSIONISTAS JUDICIAIS  *
      * (PENSIONISTAS.DAT): INCLUSAO, ALTERACAO, ENCERRAMENTO,        *
      * CONSULTA POR MATRICULA E LISTAGEM NA TELA. CADA BENEFICIARIO  *
      * E' IDENTIFICADO PELA MATRICULA DO FUNCIONARIO QUE PAGA A      *
      * PENSAO MAIS UMA SEQUENCIA; A MATRICULA PRECISA EXISTIR ATIVA  *
      * EM FUNCIONARIOS.DAT NA INCLUSAO, E CADA FUNCIONARIO PODE TER  *
      * NO MAXIMO 3 PENSOES ATIVAS (O LIMITE DO REGISTRO DA FOLHA).   *
      * O CALC-SALARIO-LOTE, O CALC-FERIAS E O CALC-RESCISAO          *
      * CALCULAM A PENSAO DAQUI, E O GERA-REMESSA CREDITA CADA        *
      * BENEFICIARIO NA CONTA INFORMADA. NAO HA EXCLUSAO: A PENSAO    *
      * EXONERADA PELO JUIZ E' ENCERRADA E FICA NO ARQUIVO COMO       *
      * HISTORICO. CADA CAMPO INCLUIDO, ALTERADO OU ENCERRADO VAI     *
      * PARA A TRILHA DE ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA),   *
      * DEPOIS DA REGRAVACAO DO ARQUIVO.                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENSIONISTAS ASSIGN USING WS-ARQ-PENSIONISTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSIONISTAS.

           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENSIONISTAS.
           COPY REGPENS.CPY.

       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-PENSIONISTAS     PIC X(2).
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-OPCAO               PIC X(1).
       01 WS-ENTRADA             PIC X(30).
       01 WS-TESTE-NUM           PIC S9(4).
       01 WS-VALOR-NUM           PIC S9(10)V99.
       01 WS-ID-BUSCA            PIC 9(6).
       01 WS-SEQ-BUSCA           PIC 9(2).
       01 WS-CAMPO-VALIDO        PIC X(1).
       01 WS-ACHOU-PENSIONISTA   PIC X(1).
           88 ACHOU-PENSIONISTA       VALUE "S".
       01 WS-ACHOU-FUNCIONARIO   PIC X(1).
           88 ACHOU-FUNCIONARIO       VALUE "S".
       01 WS-HOUVE-ALTERACAO     PIC X(1) VALUE "N".
           88 HOUVE-ALTERACAO         VALUE "S".
       01 WS-PROMPT              PIC X(40).
       01 WS-VALOR-ATUAL         PIC 9(10)V99.
       01 WS-VALOR-NOVO          PIC 9(10)V99.
       01 WS-TEXTO-ATUAL         PIC X(30).
       01 WS-TEXTO-NOVO          PIC X(30).
       01 WS-QTD-ATIVAS          PIC 9(2)  VALUE 0.
       01 WS-MAIOR-SEQ           PIC 9(2)  VALUE 0.
       01 WS-QTD-LISTADAS        PIC 9(4)  VALUE 0.
       01 WS-IDX-AUX             PIC 9(4)  VALUE 0.
       01 WS-DATA-DECISAO        PIC 9(8)  VALUE 0.
       01 WS-DATA-DECISAO-R REDEFINES WS-DATA-DECISAO.
           05 WS-DECISAO-ANO     PIC 9(4).
           05 WS-DECISAO-MES     PIC 9(2).
           05 WS-DECISAO-DIA     PIC 9(2).
      *
      * CAMPOS DE APOIO DA VALIDACAO DO CPF DO BENEFICIARIO PELO
      * MODULO 11, NO MESMO MOLDE DO MANTER-FUNCIONARIOS
      *
       01 WS-CPF-NUM             PIC 9(11) VALUE 0.
       01 WS-CPF-DIGITOS REDEFINES WS-CPF-NUM.
           05 WS-CPF-DIG         OCCURS 11 TIMES PIC 9.
       01 WS-DV-SOMA             PIC 9(4)  VALUE 0.
       01 WS-DV-RESTO            PIC 9(2)  VALUE 0.
       01 WS-DV-CALC             PIC 9(2)  VALUE 0.
       01 WS-IND-DV              PIC 9(2)  VALUE 0.
       01 WS-QTD-IGUAIS          PIC 9(2)  VALUE 0.
       01 WS-DOC-VALIDO          PIC X(1).
           88 DOC-VALIDO              VALUE "S".
      *
      * NUMERO MAXIMO DE PENSOES ATIVAS POR FUNCIONARIO, IGUAL AO
      * NUMERO DE OCORRENCIAS DE FOLHA-PENSIONISTA EM REGFOLHA.CPY
      *
       01 WS-MAX-PENSOES-FUNC    PIC 9(2)  VALUE 3.
      *
      * TABELA EM MEMORIA COM OS PENSIONISTAS, CARREGADA NA ABERTURA
      * E REGRAVADA POR COMPLETO NO ENCERRAMENTO QUANDO HOUVE ALGUMA
      * ALTERACAO, NO MESMO ESTILO DO MANTER-DESCONTOS.
      *
       01 WS-TOTAL-PENSIONISTAS  PIC 9(4) VALUE 0.
       01 WS-TAB-PENSIONISTAS.
           05 WS-PENSIONISTA OCCURS 2000 TIMES INDEXED BY WS-IDX.
               10 PN-ID-FUNC           PIC 9(6).
               10 PN-SEQ               PIC 9(2).
               10 PN-NOME              PIC X(30).
               10 PN-CPF               PIC 9(11).
               10 PN-PROCESSO          PIC X(25).
               10 PN-VARA              PIC X(30).
               10 PN-DATA-DECISAO      PIC 9(8).
               10 PN-TIPO-CALC         PIC X(1).
               10 PN-VALOR-FIXO        PIC 9(6)V99.
               10 PN-PERCENTUAL        PIC 9(3)V99.
               10 PN-INCIDE-13         PIC X(1).
               10 PN-INCIDE-FERIAS     PIC X(1).
               10 PN-BANCO             PIC 9(3).
               10 PN-AGENCIA           PIC 9(5).
               10 PN-CONTA             PIC 9(10).
               10 PN-SITUACAO          PIC X(1).
      *
      * PENSIONISTA ANTES E DEPOIS DA OPERACAO, PARA A TRILHA DE
      * ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA) REGISTRAR O VALOR
      * ANTERIOR E O NOVO DE CADA CAMPO. A CHAVE DA TRILHA E' A
      * MATRICULA DO FUNCIONARIO E A SEQUENCIA DO BENEFICIARIO.
      *
       01 WS-PENSIONISTA-ANTES.
           05 AN-ID-FUNC             PIC 9(6).
           05 AN-SEQ                 PIC 9(2).
           05 AN-NOME                PIC X(30).
           05 AN-CPF                 PIC 9(11).
           05 AN-PROCESSO            PIC X(25).
           05 AN-VARA                PIC X(30).
           05 AN-DATA-DECISAO        PIC 9(8).
           05 AN-TIPO-CALC           PIC X(1).
           05 AN-VALOR-FIXO          PIC 9(6)V99.
           05 AN-PERCENTUAL          PIC 9(3)V99.
           05 AN-INCIDE-13           PIC X(1).
           05 AN-INCIDE-FERIAS       PIC X(1).
           05 AN-BANCO               PIC 9(3).
           05 AN-AGENCIA             PIC 9(5).
           05 AN-CONTA               PIC 9(10).
           05 AN-SITUACAO            PIC X(1).
       01 WS-PENSIONISTA-DEPOIS.
           05 DP-ID-FUNC             PIC 9(6).
           05 DP-SEQ                 PIC 9(2).
           05 DP-NOME                PIC X(30).
           05 DP-CPF                 PIC 9(11).
           05 DP-PROCESSO            PIC X(25).
           05 DP-VARA                PIC X(30).
           05 DP-DATA-DECISAO        PIC 9(8).
           05 DP-TIPO-CALC           PIC X(1).
           05 DP-VALOR-FIXO          PIC 9(6)V99.
           05 DP-PERCENTUAL          PIC 9(3)V99.
           05 DP-INCIDE-13           PIC X(1).
           05 DP-INCIDE-FERIAS       PIC X(1).
           05 DP-BANCO               PIC 9(3).
           05 DP-AGENCIA             PIC 9(5).
           05 DP-CONTA               PIC 9(10).
           05 DP-SITUACAO            PIC X(1).
       01 WS-CHAVE-PENSIONISTA.
           05 CH-ID                  PIC 9(6).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 CH-SEQ                 PIC 9(2).
       COPY TRILHA.CPY.
      *
      * CADA CAMPO DE CADA OPERACAO FICA PENDENTE NA TABELA ABAIXO E
      * SO' VAI PARA A SUBROTINA COMUM GRAVA-TRILHA DEPOIS QUE
      * PENSIONISTAS.DAT FOR REGRAVADO, PARA A TRILHA NAO
      * REGISTRAR ALTERACAO QUE NAO CHEGOU AO ARQUIVO.
      *
       01 WS-QTD-PENDENTES       PIC 9(4)  VALUE 0.
       01 WS-IDX-PENDENTE        PIC 9(4)  VALUE 0.
       01 WS-TAB-PENDENTES.
           05 WS-PENDENTE OCCURS 1000 TIMES.
               10 PD-OPERACAO        PIC X(1).
               10 PD-EMPRESA         PIC 9(3).
               10 PD-MATRICULA       PIC 9(6).
               10 PD-CHAVE           PIC X(20).
               10 PD-CAMPO           PIC X(30).
               10 PD-ANTES           PIC X(30).
               10 PD-DEPOIS          PIC X(30).

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR)
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "MANTER-PENSIONISTAS".
       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 1.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
      * SELECIONA-EMPRESA) E NOMES DOS ARQUIVOS SEGREGADOS POR
      * EMPRESA (SUFIXO -ENNN), MONTADOS EM MONTAR-NOMES-ARQUIVOS
      *
       COPY EMPRESEL.CPY.
       01 WS-ARQ-PENSIONISTAS    PIC X(30).
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-NOME-PENS-EMP.
           05 FILLER             PIC X(14) VALUE
               "PENSIONISTAS-E".
           05 NOME-PENS-EMP       PIC 9(3).
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
           PERFORM CARREGAR-PENSIONISTAS.
           DISPLAY "MANUTENCAO DOS PENSIONISTAS JUDICIAIS".
           DISPLAY "PENSIONISTAS NO ARQUIVO: " WS-TOTAL-PENSIONISTAS.
           PERFORM UNTIL WS-OPCAO = "F"
               DISPLAY " "
               DISPLAY "OPCOES: I=INCLUIR A=ALTERAR E=ENCERRAR "
                   "C=CONSULTAR L=LISTAR F=FIM"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "I"
                       PERFORM INCLUIR-PENSIONISTA
                   WHEN "A"
                       PERFORM ALTERAR-PENSIONISTA
                   WHEN "E"
                       PERFORM ENCERRAR-PENSIONISTA
                   WHEN "C"
                       PERFORM CONSULTAR-PENSIONISTAS
                   WHEN "L"
                       PERFORM LISTAR-PENSIONISTAS
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-PENSIONISTAS
               PERFORM GRAVAR-TRILHA
               DISPLAY "PENSIONISTAS GRAVADOS COM SUCESSO: "
                   WS-TOTAL-PENSIONISTAS " REGISTROS."
           ELSE
               DISPLAY "NENHUMA ALTERACAO A GRAVAR."
           END-IF.
           CLOSE ARQ-FUNCIONARIOS.
           STOP RUN.
      *
      * ABERTURA DO CADASTRO INDEXADO, QUE FICA ABERTO DURANTE A
      * MANUTENCAO PARA A VALIDACAO DAS MATRICULAS PELA CHAVE
      *
       ABRIR-CADASTRO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
      *
      * CARREGA OS PENSIONISTAS PARA A TABELA EM MEMORIA. SE O
      * ARQUIVO AINDA NAO EXISTIR, COMECA VAZIA E ELE SERA CRIADO NA
      * GRAVACAO.
      *
       CARREGAR-PENSIONISTAS.
           OPEN INPUT ARQ-PENSIONISTAS.
           IF WS-FS-PENSIONISTAS NOT = "00"
               DISPLAY "PENSIONISTAS.DAT AINDA NAO EXISTE; SERA "
                   "CRIADO NO ENCERRAMENTO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-PENSIONISTA
               END-PERFORM
               CLOSE ARQ-PENSIONISTAS
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM PENSIONISTA PARA A TABELA
      *
       LER-PENSIONISTA.
           READ ARQ-PENSIONISTAS
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-TOTAL-PENSIONISTAS >= 2000
                       DISPLAY "ERRO: MAIS DE 2000 PENSIONISTAS EM "
                           "PENSIONISTAS.DAT."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "MANTER-PENSIONISTAS.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-PENSIONISTAS
                   SET WS-IDX TO WS-TOTAL-PENSIONISTAS
                   MOVE PENS-ID-FUNC       TO PN-ID-FUNC(WS-IDX)
                   MOVE PENS-SEQ           TO PN-SEQ(WS-IDX)
                   MOVE PENS-NOME          TO PN-NOME(WS-IDX)
                   MOVE PENS-CPF           TO PN-CPF(WS-IDX)
                   MOVE PENS-PROCESSO      TO PN-PROCESSO(WS-IDX)
                   MOVE PENS-VARA          TO PN-VARA(WS-IDX)
                   MOVE PENS-DATA-DECISAO  TO PN-DATA-DECISAO(WS-IDX)
                   MOVE PENS-TIPO-CALC     TO PN-TIPO-CALC(WS-IDX)
                   MOVE PENS-VALOR-FIXO    TO PN-VALOR-FIXO(WS-IDX)
                   MOVE PENS-PERCENTUAL    TO PN-PERCENTUAL(WS-IDX)
                   MOVE PENS-INCIDE-13     TO PN-INCIDE-13(WS-IDX)
                   MOVE PENS-INCIDE-FERIAS TO PN-INCIDE-FERIAS(WS-IDX)
                   MOVE PENS-BANCO         TO PN-BANCO(WS-IDX)
                   MOVE PENS-AGENCIA       TO PN-AGENCIA(WS-IDX)
                   MOVE PENS-CONTA         TO PN-CONTA(WS-IDX)
                   MOVE PENS-SITUACAO      TO PN-SITUACAO(WS-IDX)
           END-READ.
      *
      * SOLICITA UMA MATRICULA, RE-PEDINDO ENQUANTO VIER NAO NUMERICA
      * OU ZERO
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
                   IF WS-VALOR-NUM <= 0 OR WS-VALOR-NUM > 999999
                       DISPLAY "MATRICULA INVALIDA: DEVE ESTAR ENTRE "
                           "1 E 999999."
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-ID-BUSCA
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA A SEQUENCIA DO BENEFICIARIO DENTRO DA MATRICULA,
      * RE-PEDINDO ENQUANTO VIER NAO NUMERICA OU FORA DE 1 A 99
      *
       SOLICITAR-SEQUENCIA.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE A SEQUENCIA DO BENEFICIARIO:"
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM =
                   FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "SEQUENCIA INVALIDA: DIGITE APENAS "
                       "NUMEROS."
               ELSE
                   COMPUTE WS-VALOR-NUM =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-VALOR-NUM < 1 OR WS-VALOR-NUM > 99
                       DISPLAY "SEQUENCIA INVALIDA: DEVE ESTAR ENTRE "
                           "1 E 99."
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-SEQ-BUSCA
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
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
      * PROCURA O BENEFICIARIO WS-SEQ-BUSCA DA MATRICULA WS-ID-BUSCA;
      * SE ENCONTRAR, WS-IDX FICA POSICIONADO NA ENTRADA.
      *
       LOCALIZAR-PENSIONISTA.
           MOVE "N" TO WS-ACHOU-PENSIONISTA.
           SET WS-IDX TO 1.
           IF WS-TOTAL-PENSIONISTAS > 0
               SEARCH WS-PENSIONISTA
                   AT END
                       CONTINUE
                   WHEN WS-IDX > WS-TOTAL-PENSIONISTAS
                       CONTINUE
                   WHEN PN-ID-FUNC(WS-IDX) = WS-ID-BUSCA
                           AND PN-SEQ(WS-IDX) = WS-SEQ-BUSCA
                       MOVE "S" TO WS-ACHOU-PENSIONISTA
               END-SEARCH
           END-IF.
      *
      * CONTA AS PENSOES ATIVAS DA MATRICULA WS-ID-BUSCA E APURA A
      * MAIOR SEQUENCIA JA USADA (ATIVA OU ENCERRADA), PARA A
      * INCLUSAO NUMERAR O NOVO BENEFICIARIO SEM REPETIR SEQUENCIA
      *
       CONTAR-PENSOES-FUNCIONARIO.
           MOVE 0 TO WS-QTD-ATIVAS.
           MOVE 0 TO WS-MAIOR-SEQ.
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-TOTAL-PENSIONISTAS
               IF PN-ID-FUNC(WS-IDX-AUX) = WS-ID-BUSCA
                   IF PN-SITUACAO(WS-IDX-AUX) NOT = "E"
                       ADD 1 TO WS-QTD-ATIVAS
                   END-IF
                   IF PN-SEQ(WS-IDX-AUX) > WS-MAIOR-SEQ
                       MOVE PN-SEQ(WS-IDX-AUX) TO WS-MAIOR-SEQ
                   END-IF
               END-IF
           END-PERFORM.
      *
      * INCLUSAO DE UM BENEFICIARIO NOVO. A MATRICULA PRECISA EXISTIR
      * ATIVA NO CADASTRO E TER MENOS DE 3 PENSOES ATIVAS; A
      * SEQUENCIA E' A SEGUINTE A MAIOR JA USADA NA MATRICULA.
      *
       INCLUIR-PENSIONISTA.
           IF WS-TOTAL-PENSIONISTAS >= 2000
               DISPLAY "ARQUIVO CHEIO: AUMENTE O TAMANHO DA TABELA "
                   "EM MANTER-PENSIONISTAS.CBL E RECOMPILE."
           ELSE
               PERFORM SOLICITAR-MATRICULA
               PERFORM VALIDAR-MATRICULA-ATIVA
               PERFORM CONTAR-PENSOES-FUNCIONARIO
               IF NOT ACHOU-FUNCIONARIO
                   DISPLAY "MATRICULA " WS-ID-BUSCA " NAO EXISTE "
                       "ATIVA NO CADASTRO."
               ELSE IF WS-QTD-ATIVAS >= WS-MAX-PENSOES-FUNC
                   DISPLAY "MATRICULA " WS-ID-BUSCA " JA TEM "
                       WS-QTD-ATIVAS " PENSOES ATIVAS, O MAXIMO "
                       "POR FUNCIONARIO."
               ELSE IF WS-MAIOR-SEQ >= 99
                   DISPLAY "MATRICULA " WS-ID-BUSCA " JA USOU TODAS "
                       "AS SEQUENCIAS DE BENEFICIARIO."
               ELSE
                   ADD 1 TO WS-TOTAL-PENSIONISTAS
                   SET WS-IDX TO WS-TOTAL-PENSIONISTAS
                   MOVE WS-ID-BUSCA TO PN-ID-FUNC(WS-IDX)
                   COMPUTE PN-SEQ(WS-IDX) = WS-MAIOR-SEQ + 1
                   MOVE SPACES TO PN-NOME(WS-IDX)
                   MOVE 0      TO PN-CPF(WS-IDX)
                   MOVE SPACES TO PN-PROCESSO(WS-IDX)
                   MOVE SPACES TO PN-VARA(WS-IDX)
                   MOVE 0      TO PN-DATA-DECISAO(WS-IDX)
                   MOVE SPACE  TO PN-TIPO-CALC(WS-IDX)
                   MOVE 0      TO PN-VALOR-FIXO(WS-IDX)
                   MOVE 0      TO PN-PERCENTUAL(WS-IDX)
                   MOVE "N"    TO PN-INCIDE-13(WS-IDX)
                   MOVE "N"    TO PN-INCIDE-FERIAS(WS-IDX)
                   MOVE 0      TO PN-BANCO(WS-IDX)
                   MOVE 0      TO PN-AGENCIA(WS-IDX)
                   MOVE 0      TO PN-CONTA(WS-IDX)
                   MOVE "A"    TO PN-SITUACAO(WS-IDX)
                   DISPLAY "FUNCIONARIO: " FUNC-NOME
                   DISPLAY "SEQUENCIA DO BENEFICIARIO: " PN-SEQ(WS-IDX)
                   PERFORM SOLICITAR-DADOS-PENSAO
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE WS-PENSIONISTA(WS-IDX) TO WS-PENSIONISTA-DEPOIS
                   MOVE "I" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "PENSIONISTA " PN-SEQ(WS-IDX)
                       " DA MATRICULA " WS-ID-BUSCA " INCLUIDO."
               END-IF.
      *
      * DIGITACAO DE TODOS OS DADOS DO BENEFICIARIO DA ENTRADA
      * CORRENTE, USADA NA INCLUSAO E NA ALTERACAO
      *
       SOLICITAR-DADOS-PENSAO.
           MOVE "NOME DO BENEFICIARIO:" TO WS-PROMPT.
           MOVE PN-NOME(WS-IDX) TO WS-TEXTO-ATUAL.
           PERFORM ALTERAR-CAMPO-TEXTO.
           MOVE WS-TEXTO-NOVO TO PN-NOME(WS-IDX).
           PERFORM SOLICITAR-CPF.
           MOVE "NUMERO DO PROCESSO JUDICIAL:" TO WS-PROMPT.
           MOVE PN-PROCESSO(WS-IDX) TO WS-TEXTO-ATUAL.
           PERFORM ALTERAR-CAMPO-TEXTO.
           MOVE WS-TEXTO-NOVO TO PN-PROCESSO(WS-IDX).
           MOVE "VARA E COMARCA DA DECISAO:" TO WS-PROMPT.
           MOVE PN-VARA(WS-IDX) TO WS-TEXTO-ATUAL.
           PERFORM ALTERAR-CAMPO-TEXTO.
           MOVE WS-TEXTO-NOVO TO PN-VARA(WS-IDX).
           PERFORM SOLICITAR-DATA-DECISAO.
           PERFORM SOLICITAR-TIPO-CALCULO.
           PERFORM SOLICITAR-VALOR-CALCULO.
           PERFORM SOLICITAR-INCIDENCIAS.
           PERFORM SOLICITAR-DADOS-BANCARIOS.
      *
      * PEDE UM TEXTO OBRIGATORIO PARA O CAMPO DESCRITO EM WS-PROMPT,
      * PARTINDO DO ATUAL EM WS-TEXTO-ATUAL: ENTER MANTEM O ATUAL
      * QUANDO ELE EXISTE, E O CAMPO NAO PODE FICAR EM BRANCO.
      *
       ALTERAR-CAMPO-TEXTO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY WS-PROMPT
               IF WS-TEXTO-ATUAL NOT = SPACES
                   DISPLAY "  ATUAL: " WS-TEXTO-ATUAL
                   DISPLAY "  NOVO (ENTER PARA MANTER):"
               END-IF
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO WS-TEXTO-NOVO
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE IF WS-TEXTO-ATUAL NOT = SPACES
                   MOVE WS-TEXTO-ATUAL TO WS-TEXTO-NOVO
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "CAMPO OBRIGATORIO: NAO PODE FICAR "
                       "EM BRANCO."
               END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA O CPF DO BENEFICIARIO, VALIDANDO OS DIGITOS
      * VERIFICADORES. ENTER MANTEM O VALOR ATUAL (ZERO SIGNIFICA
      * NAO INFORMADO, CASO DE MENOR SEM CPF).
      *
       SOLICITAR-CPF.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "CPF DO BENEFICIARIO ATUAL: " PN-CPF(WS-IDX)
               DISPLAY "NOVO CPF, SO' NUMEROS (ENTER PARA MANTER):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "CPF INVALIDO: DIGITE APENAS OS 11 "
                           "NUMEROS."
                   ELSE
                       COMPUTE WS-CPF-NUM =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       PERFORM VALIDAR-CPF
                       IF DOC-VALIDO
                           MOVE WS-CPF-NUM TO PN-CPF(WS-IDX)
                           MOVE "S" TO WS-CAMPO-VALIDO
                       ELSE
                           DISPLAY "CPF INVALIDO: DIGITOS "
                               "VERIFICADORES NAO CONFEREM."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * VALIDACAO DO CPF EM WS-CPF-NUM PELO MODULO 11, COM AS MESMAS
      * REGRAS DO MANTER-FUNCIONARIOS
      *
       VALIDAR-CPF.
           MOVE "N" TO WS-DOC-VALIDO.
           IF WS-CPF-NUM = 0
               CONTINUE
           ELSE
               MOVE 0 TO WS-QTD-IGUAIS
               PERFORM VARYING WS-IND-DV FROM 1 BY 1
                       UNTIL WS-IND-DV > 11
                   IF WS-CPF-DIG(WS-IND-DV) = WS-CPF-DIG(1)
                       ADD 1 TO WS-QTD-IGUAIS
                   END-IF
               END-PERFORM
               IF WS-QTD-IGUAIS = 11
                   CONTINUE
               ELSE
                   MOVE 0 TO WS-DV-SOMA
                   PERFORM VARYING WS-IND-DV FROM 1 BY 1
                           UNTIL WS-IND-DV > 9
                       COMPUTE WS-DV-SOMA = WS-DV-SOMA
                           + WS-CPF-DIG(WS-IND-DV) * (11 - WS-IND-DV)
                   END-PERFORM
                   COMPUTE WS-DV-RESTO =
                       FUNCTION MOD(WS-DV-SOMA 11)
                   COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
                   IF WS-DV-CALC >= 10
                       MOVE 0 TO WS-DV-CALC
                   END-IF
                   IF WS-DV-CALC = WS-CPF-DIG(10)
                       MOVE 0 TO WS-DV-SOMA
                       PERFORM VARYING WS-IND-DV FROM 1 BY 1
                               UNTIL WS-IND-DV > 10
                           COMPUTE WS-DV-SOMA = WS-DV-SOMA
                               + WS-CPF-DIG(WS-IND-DV)
                                   * (12 - WS-IND-DV)
                       END-PERFORM
                       COMPUTE WS-DV-RESTO =
                           FUNCTION MOD(WS-DV-SOMA 11)
                       COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
                       IF WS-DV-CALC >= 10
                           MOVE 0 TO WS-DV-CALC
                       END-IF
                       IF WS-DV-CALC = WS-CPF-DIG(11)
                           MOVE "S" TO WS-DOC-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * SOLICITA A DATA DA DECISAO JUDICIAL (AAAAMMDD). ENTER MANTEM
      * O VALOR ATUAL QUANDO ELE EXISTE.
      *
       SOLICITAR-DATA-DECISAO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DATA DA DECISAO ATUAL: "
                   PN-DATA-DECISAO(WS-IDX)
               DISPLAY "NOVA DATA (AAAAMMDD, ENTER PARA MANTER):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                       AND PN-DATA-DECISAO(WS-IDX) NOT = 0
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "DATA INVALIDA: DIGITE APENAS NUMEROS "
                           "NO FORMATO AAAAMMDD."
                   ELSE
                       COMPUTE WS-DATA-DECISAO =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       IF WS-DECISAO-MES < 1
                               OR WS-DECISAO-MES > 12
                               OR WS-DECISAO-DIA < 1
                               OR WS-DECISAO-DIA > 31
                           DISPLAY "DATA INVALIDA: MES DEVE ESTAR "
                               "ENTRE 01 E 12 E DIA ENTRE 01 E 31."
                       ELSE
                           MOVE WS-DATA-DECISAO
                               TO PN-DATA-DECISAO(WS-IDX)
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA A BASE DE CALCULO FIXADA NA DECISAO, RE-PEDINDO
      * ENQUANTO NAO VIER UMA DAS QUATRO BASES. ENTER MANTEM A ATUAL
      * QUANDO ELA EXISTE.
      *
       SOLICITAR-TIPO-CALCULO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "BASE DE CALCULO: F=VALOR FIXO B=% DO BRUTO "
                   "L=% DO LIQUIDO M=% DO SALARIO MINIMO"
               IF PN-TIPO-CALC(WS-IDX) NOT = SPACE
                   DISPLAY "  ATUAL: " PN-TIPO-CALC(WS-IDX)
                       " (ENTER PARA MANTER)"
               END-IF
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                       AND PN-TIPO-CALC(WS-IDX) NOT = SPACE
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE IF (WS-ENTRADA(1:1) = "F" OR "B" OR "L" OR "M")
                       AND WS-ENTRADA(2:29) = SPACES
                   MOVE WS-ENTRADA(1:1) TO PN-TIPO-CALC(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "BASE INVALIDA: DIGITE F, B, L OU M."
               END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA O VALOR FIXO (BASE "F") OU O PERCENTUAL (DEMAIS
      * BASES), ZERANDO O OUTRO CAMPO, RE-PEDINDO ENQUANTO O VALOR
      * NAO FOR MAIOR QUE ZERO OU O PERCENTUAL PASSAR DE 100%
      *
       SOLICITAR-VALOR-CALCULO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               IF PN-TIPO-CALC(WS-IDX) = "F"
                   MOVE "VALOR FIXO MENSAL DA PENSAO:" TO WS-PROMPT
                   MOVE PN-VALOR-FIXO(WS-IDX) TO WS-VALOR-ATUAL
               ELSE
                   MOVE "PERCENTUAL DA PENSAO (EX.: 30 = 30%):"
                       TO WS-PROMPT
                   MOVE PN-PERCENTUAL(WS-IDX) TO WS-VALOR-ATUAL
               END-IF
               PERFORM ALTERAR-CAMPO-NUMERICO
               IF WS-VALOR-NOVO = 0
                   DISPLAY "VALOR INVALIDO: DEVE SER MAIOR QUE ZERO."
               ELSE IF PN-TIPO-CALC(WS-IDX) = "F"
                   IF WS-VALOR-NOVO > 999999.99
                       DISPLAY "VALOR INVALIDO: MAXIMO 999999,99."
                   ELSE
                       MOVE WS-VALOR-NOVO TO PN-VALOR-FIXO(WS-IDX)
                       MOVE 0 TO PN-PERCENTUAL(WS-IDX)
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               ELSE IF WS-VALOR-NOVO > 100
                   DISPLAY "PERCENTUAL INVALIDO: MAXIMO 100%."
               ELSE
                   MOVE WS-VALOR-NOVO TO PN-PERCENTUAL(WS-IDX)
                   MOVE 0 TO PN-VALOR-FIXO(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               END-IF
               END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA SE A PENSAO INCIDE TAMBEM SOBRE O 13O SALARIO E
      * SOBRE AS FERIAS (S/N). ENTER MANTEM O VALOR ATUAL.
      *
       SOLICITAR-INCIDENCIAS.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "INCIDE SOBRE O 13O SALARIO (S/N)? ATUAL: "
                   PN-INCIDE-13(WS-IDX)
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE IF WS-ENTRADA = "S" OR "N"
                   MOVE WS-ENTRADA(1:1) TO PN-INCIDE-13(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPOSTA INVALIDA: DIGITE S OU N."
               END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "INCIDE SOBRE AS FERIAS (S/N)? ATUAL: "
                   PN-INCIDE-FERIAS(WS-IDX)
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE IF WS-ENTRADA = "S" OR "N"
                   MOVE WS-ENTRADA(1:1) TO PN-INCIDE-FERIAS(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPOSTA INVALIDA: DIGITE S OU N."
               END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA OS DADOS BANCARIOS DO BENEFICIARIO PARA O CREDITO NA
      * REMESSA: ENTER MANTEM, ZERO DEIXA NAO INFORMADO (O CREDITO
      * SAI NA LISTA DE PAGAMENTOS A MAO DO GERA-REMESSA).
      *
       SOLICITAR-DADOS-BANCARIOS.
           MOVE "BANCO (0 SE NAO INFORMADO):" TO WS-PROMPT.
           MOVE PN-BANCO(WS-IDX) TO WS-VALOR-ATUAL.
           PERFORM ALTERAR-CAMPO-NUMERICO.
           MOVE WS-VALOR-NOVO TO PN-BANCO(WS-IDX).
           MOVE "AGENCIA (0 SE NAO INFORMADA):" TO WS-PROMPT.
           MOVE PN-AGENCIA(WS-IDX) TO WS-VALOR-ATUAL.
           PERFORM ALTERAR-CAMPO-NUMERICO.
           MOVE WS-VALOR-NOVO TO PN-AGENCIA(WS-IDX).
           MOVE "CONTA (0 SE NAO INFORMADA):" TO WS-PROMPT.
           MOVE PN-CONTA(WS-IDX) TO WS-VALOR-ATUAL.
           PERFORM ALTERAR-CAMPO-NUMERICO.
           MOVE WS-VALOR-NOVO TO PN-CONTA(WS-IDX).
      *
      * PEDE UM NOVO VALOR NUMERICO PARA O CAMPO DESCRITO EM
      * WS-PROMPT, PARTINDO DO ATUAL EM WS-VALOR-ATUAL, NO MESMO
      * ESTILO DO MANTER-FUNCIONARIOS
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
                   IF WS-VALOR-NUM < 0
                       DISPLAY "  VALOR INVALIDO: NAO PODE SER "
                           "NEGATIVO. MANTENDO O VALOR ATUAL."
                       MOVE WS-VALOR-ATUAL TO WS-VALOR-NOVO
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-VALOR-NOVO
                   END-IF
               END-IF
           END-IF.
      *
      * ALTERACAO DE UM BENEFICIARIO EXISTENTE (REVISAO DA PENSAO,
      * TROCA DE CONTA). PENSAO ENCERRADA NAO E' ALTERADA; UMA NOVA
      * DECISAO PARA O MESMO BENEFICIARIO ENTRA COMO INCLUSAO.
      *
       ALTERAR-PENSIONISTA.
           PERFORM SOLICITAR-MATRICULA.
           PERFORM SOLICITAR-SEQUENCIA.
           PERFORM LOCALIZAR-PENSIONISTA.
           IF NOT ACHOU-PENSIONISTA
               DISPLAY "BENEFICIARIO " WS-SEQ-BUSCA " DA MATRICULA "
                   WS-ID-BUSCA " NAO ENCONTRADO."
           ELSE IF PN-SITUACAO(WS-IDX) = "E"
               DISPLAY "PENSAO ENCERRADA NAO PODE SER ALTERADA; "
                   "INCLUA A NOVA DECISAO."
           ELSE
               PERFORM EXIBIR-PENSIONISTA
               MOVE WS-PENSIONISTA(WS-IDX) TO WS-PENSIONISTA-ANTES
               PERFORM SOLICITAR-DADOS-PENSAO
               MOVE "S" TO WS-HOUVE-ALTERACAO
               MOVE WS-PENSIONISTA(WS-IDX) TO WS-PENSIONISTA-DEPOIS
               MOVE "A" TO WS-TRILHA-OPERACAO
               PERFORM REGISTRAR-TRILHA
               DISPLAY "PENSIONISTA " WS-SEQ-BUSCA " DA MATRICULA "
                   WS-ID-BUSCA " ALTERADO."
           END-IF.
      *
      * ENCERRAMENTO DE UMA PENSAO (EXONERACAO, MAIORIDADE DO
      * BENEFICIARIO). O REGISTRO FICA NO ARQUIVO COMO HISTORICO.
      *
       ENCERRAR-PENSIONISTA.
           PERFORM SOLICITAR-MATRICULA.
           PERFORM SOLICITAR-SEQUENCIA.
           PERFORM LOCALIZAR-PENSIONISTA.
           IF NOT ACHOU-PENSIONISTA
               DISPLAY "BENEFICIARIO " WS-SEQ-BUSCA " DA MATRICULA "
                   WS-ID-BUSCA " NAO ENCONTRADO."
           ELSE IF PN-SITUACAO(WS-IDX) = "E"
               DISPLAY "PENSAO JA ESTA ENCERRADA."
           ELSE
               PERFORM EXIBIR-PENSIONISTA
               DISPLAY "CONFIRMA O ENCERRAMENTO DA PENSAO (S/N)?"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = "S"
                   MOVE WS-PENSIONISTA(WS-IDX) TO WS-PENSIONISTA-ANTES
                   MOVE "E" TO PN-SITUACAO(WS-IDX)
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE WS-PENSIONISTA(WS-IDX) TO WS-PENSIONISTA-DEPOIS
                   MOVE "T" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "PENSAO ENCERRADA."
               ELSE
                   DISPLAY "ENCERRAMENTO CANCELADO."
               END-IF
           END-IF.
      *
      * CONSULTA DE TODOS OS BENEFICIARIOS DE UMA MATRICULA
      *
       CONSULTAR-PENSIONISTAS.
           PERFORM SOLICITAR-MATRICULA.
           MOVE 0 TO WS-QTD-LISTADAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PENSIONISTAS
               IF PN-ID-FUNC(WS-IDX) = WS-ID-BUSCA
                   PERFORM EXIBIR-PENSIONISTA
                   ADD 1 TO WS-QTD-LISTADAS
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADAS = 0
               DISPLAY "NENHUM PENSIONISTA PARA A MATRICULA "
                   WS-ID-BUSCA "."
           END-IF.
      *
      * LISTAGEM NA TELA DE TODOS OS PENSIONISTAS, NA ORDEM DO
      * ARQUIVO, UMA LINHA POR BENEFICIARIO
      *
       LISTAR-PENSIONISTAS.
           IF WS-TOTAL-PENSIONISTAS = 0
               DISPLAY "NENHUM PENSIONISTA CADASTRADO."
           ELSE
               DISPLAY "---------------------------"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-PENSIONISTAS
                   DISPLAY PN-ID-FUNC(WS-IDX) "-" PN-SEQ(WS-IDX)
                       "  " PN-NOME(WS-IDX) "  "
                       PN-TIPO-CALC(WS-IDX) "  "
                       PN-SITUACAO(WS-IDX)
               END-PERFORM
               DISPLAY "---------------------------"
           END-IF.
      *
      * EXIBICAO DOS DADOS DA ENTRADA CORRENTE DA TABELA
      *
       EXIBIR-PENSIONISTA.
           DISPLAY "---------------------------".
           DISPLAY "MATRICULA: " PN-ID-FUNC(WS-IDX)
               "  SEQUENCIA: " PN-SEQ(WS-IDX).
           DISPLAY "BENEFICIARIO: " PN-NOME(WS-IDX).
           DISPLAY "CPF: " PN-CPF(WS-IDX).
           DISPLAY "PROCESSO: " PN-PROCESSO(WS-IDX).
           DISPLAY "VARA: " PN-VARA(WS-IDX).
           DISPLAY "DATA DA DECISAO: " PN-DATA-DECISAO(WS-IDX).
           EVALUATE PN-TIPO-CALC(WS-IDX)
               WHEN "F"
                   DISPLAY "BASE: VALOR FIXO DE R$"
                       PN-VALOR-FIXO(WS-IDX)
               WHEN "B"
                   DISPLAY "BASE: " PN-PERCENTUAL(WS-IDX)
                       "% DO BRUTO"
               WHEN "L"
                   DISPLAY "BASE: " PN-PERCENTUAL(WS-IDX)
                       "% DO LIQUIDO (BRUTO - INSS - IR)"
               WHEN "M"
                   DISPLAY "BASE: " PN-PERCENTUAL(WS-IDX)
                       "% DO SALARIO MINIMO"
               WHEN OTHER
                   DISPLAY "BASE: NAO INFORMADA"
           END-EVALUATE.
           DISPLAY "INCIDE NO 13O: " PN-INCIDE-13(WS-IDX)
               "  INCIDE NAS FERIAS: " PN-INCIDE-FERIAS(WS-IDX).
           IF PN-BANCO(WS-IDX) = 0
               DISPLAY "DADOS BANCARIOS: NAO INFORMADOS"
           ELSE
               DISPLAY "BANCO: " PN-BANCO(WS-IDX)
                   "  AGENCIA: " PN-AGENCIA(WS-IDX)
                   "  CONTA: " PN-CONTA(WS-IDX)
           END-IF.
           IF PN-SITUACAO(WS-IDX) = "E"
               DISPLAY "SITUACAO: ENCERRADA"
           ELSE
               DISPLAY "SITUACAO: ATIVA"
           END-IF.
           DISPLAY "---------------------------".
      *
      * TRILHA DE ALTERACOES DO PENSIONISTA: CADA CAMPO VAI PARA A
      * SUBROTINA COMUM COM O VALOR ANTERIOR (WS-PENSIONISTA-ANTES,
      * QUE A INCLUSAO NAO USA) E O NOVO (WS-PENSIONISTA-DEPOIS); A
      * SUBROTINA DESPREZA OS QUE NAO MUDARAM. OS CAMPOS FICAM
      * PENDENTES ATE' A REGRAVACAO DO ARQUIVO. A MATRICULA DA TRILHA
      * E' A DO FUNCIONARIO QUE PAGA A PENSAO.
      *
       REGISTRAR-TRILHA.
           MOVE WS-EMPRESA-CODIGO TO WS-TRILHA-EMPRESA.
           MOVE DP-ID-FUNC TO WS-TRILHA-MATRICULA.
           MOVE DP-ID-FUNC TO CH-ID.
           MOVE DP-SEQ TO CH-SEQ.
           MOVE WS-CHAVE-PENSIONISTA TO WS-TRILHA-CHAVE.
           MOVE "NOME" TO WS-TRILHA-CAMPO.
           MOVE AN-NOME TO WS-TRILHA-ANTES.
           MOVE DP-NOME TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "CPF" TO WS-TRILHA-CAMPO.
           MOVE AN-CPF TO WS-TRILHA-ANTES.
           MOVE DP-CPF TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "PROCESSO" TO WS-TRILHA-CAMPO.
           MOVE AN-PROCESSO TO WS-TRILHA-ANTES.
           MOVE DP-PROCESSO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "VARA" TO WS-TRILHA-CAMPO.
           MOVE AN-VARA TO WS-TRILHA-ANTES.
           MOVE DP-VARA TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "DATA DA DECISAO" TO WS-TRILHA-CAMPO.
           MOVE AN-DATA-DECISAO TO WS-TRILHA-ANTES.
           MOVE DP-DATA-DECISAO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "BASE DE CALCULO" TO WS-TRILHA-CAMPO.
           MOVE AN-TIPO-CALC TO WS-TRILHA-ANTES.
           MOVE DP-TIPO-CALC TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "VALOR FIXO" TO WS-TRILHA-CAMPO.
           MOVE AN-VALOR-FIXO TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-ANTES.
           MOVE DP-VALOR-FIXO TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "PERCENTUAL" TO WS-TRILHA-CAMPO.
           MOVE AN-PERCENTUAL TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-ANTES.
           MOVE DP-PERCENTUAL TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "INCIDE NO 13O" TO WS-TRILHA-CAMPO.
           MOVE AN-INCIDE-13 TO WS-TRILHA-ANTES.
           MOVE DP-INCIDE-13 TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "INCIDE NAS FERIAS" TO WS-TRILHA-CAMPO.
           MOVE AN-INCIDE-FERIAS TO WS-TRILHA-ANTES.
           MOVE DP-INCIDE-FERIAS TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "BANCO" TO WS-TRILHA-CAMPO.
           MOVE AN-BANCO TO WS-TRILHA-ANTES.
           MOVE DP-BANCO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "AGENCIA" TO WS-TRILHA-CAMPO.
           MOVE AN-AGENCIA TO WS-TRILHA-ANTES.
           MOVE DP-AGENCIA TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "CONTA" TO WS-TRILHA-CAMPO.
           MOVE AN-CONTA TO WS-TRILHA-ANTES.
           MOVE DP-CONTA TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "SITUACAO" TO WS-TRILHA-CAMPO.
           MOVE AN-SITUACAO TO WS-TRILHA-ANTES.
           MOVE DP-SITUACAO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
      *
      * UM CAMPO DO PENSIONISTA NA TABELA DE PENDENTES DA TRILHA
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 1000
               DISPLAY "ERRO: MAIS DE 1000 CAMPOS ALTERADOS NA SESSAO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "MANTER-PENSIONISTAS.CBL E RECOMPILE."
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PENDENTES.
           MOVE WS-TRILHA-OPERACAO TO PD-OPERACAO(WS-QTD-PENDENTES).
           MOVE WS-TRILHA-EMPRESA TO PD-EMPRESA(WS-QTD-PENDENTES).
           MOVE WS-TRILHA-MATRICULA TO PD-MATRICULA(WS-QTD-PENDENTES).
           MOVE WS-TRILHA-CHAVE TO PD-CHAVE(WS-QTD-PENDENTES).
           MOVE WS-TRILHA-CAMPO TO PD-CAMPO(WS-QTD-PENDENTES).
           MOVE WS-TRILHA-ANTES TO PD-ANTES(WS-QTD-PENDENTES).
           MOVE WS-TRILHA-DEPOIS TO PD-DEPOIS(WS-QTD-PENDENTES).
      *
      * REGRAVACAO DO ARQUIVO INTEIRO EM PENSIONISTAS.DAT,
      * SUBSTITUINDO O ARQUIVO ANTERIOR POR COMPLETO
      *
       GRAVAR-PENSIONISTAS.
           OPEN OUTPUT ARQ-PENSIONISTAS.
           IF WS-FS-PENSIONISTAS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PENSIONISTAS.DAT: "
                   WS-FS-PENSIONISTAS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PENSIONISTAS
               MOVE PN-ID-FUNC(WS-IDX)       TO PENS-ID-FUNC
               MOVE PN-SEQ(WS-IDX)           TO PENS-SEQ
               MOVE PN-NOME(WS-IDX)          TO PENS-NOME
               MOVE PN-CPF(WS-IDX)           TO PENS-CPF
               MOVE PN-PROCESSO(WS-IDX)      TO PENS-PROCESSO
               MOVE PN-VARA(WS-IDX)          TO PENS-VARA
               MOVE PN-DATA-DECISAO(WS-IDX)  TO PENS-DATA-DECISAO
               MOVE PN-TIPO-CALC(WS-IDX)     TO PENS-TIPO-CALC
               MOVE PN-VALOR-FIXO(WS-IDX)    TO PENS-VALOR-FIXO
               MOVE PN-PERCENTUAL(WS-IDX)    TO PENS-PERCENTUAL
               MOVE PN-INCIDE-13(WS-IDX)     TO PENS-INCIDE-13
               MOVE PN-INCIDE-FERIAS(WS-IDX) TO PENS-INCIDE-FERIAS
               MOVE PN-BANCO(WS-IDX)         TO PENS-BANCO
               MOVE PN-AGENCIA(WS-IDX)       TO PENS-AGENCIA
               MOVE PN-CONTA(WS-IDX)         TO PENS-CONTA
               MOVE PN-SITUACAO(WS-IDX)      TO PENS-SITUACAO
               WRITE REG-PENSIONISTA
               IF WS-FS-PENSIONISTAS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR PENSIONISTAS.DAT: "
                       WS-FS-PENSIONISTAS
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARQ-PENSIONISTAS.
      *
      * TRILHA DE ALTERACOES DOS CAMPOS PENDENTES, DEPOIS QUE
      * PENSIONISTAS.DAT FOI REGRAVADO
      *
       GRAVAR-TRILHA.
           PERFORM VARYING WS-IDX-PENDENTE FROM 1 BY 1
                   UNTIL WS-IDX-PENDENTE > WS-QTD-PENDENTES
               MOVE PD-OPERACAO(WS-IDX-PENDENTE) TO WS-TRILHA-OPERACAO
               MOVE PD-EMPRESA(WS-IDX-PENDENTE) TO WS-TRILHA-EMPRESA
               MOVE PD-MATRICULA(WS-IDX-PENDENTE)
                   TO WS-TRILHA-MATRICULA
               MOVE PD-CHAVE(WS-IDX-PENDENTE) TO WS-TRILHA-CHAVE
               MOVE PD-CAMPO(WS-IDX-PENDENTE) TO WS-TRILHA-CAMPO
               MOVE PD-ANTES(WS-IDX-PENDENTE) TO WS-TRILHA-ANTES
               MOVE PD-DEPOIS(WS-IDX-PENDENTE) TO WS-TRILHA-DEPOIS
               CALL "GRAVA-TRILHA" USING WS-PROGRAMA WS-OPERADOR
                   WS-TRILHA-EMPRESA WS-TRILHA-MATRICULA
                   WS-TRILHA-OPERACAO WS-TRILHA-CHAVE WS-TRILHA-CAMPO
                   WS-TRILHA-ANTES WS-TRILHA-DEPOIS
           END-PERFORM.
           MOVE 0 TO WS-QTD-PENDENTES.
      *
      * MONTA OS NOMES DOS ARQUIVOS DA EMPRESA SELECIONADA (SUFIXO
      * -ENNN)
      *
       MONTAR-NOMES-ARQUIVOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-PENS-EMP.
           MOVE WS-NOME-PENS-EMP TO WS-ARQ-PENSIONISTAS.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
