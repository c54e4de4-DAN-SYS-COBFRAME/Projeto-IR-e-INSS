       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANTER-DEPENDENTES.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * PROGRAMA DE MANUTENCAO DO CADASTRO DE DEPENDENTES             *
      * (DEPENDENTES.DAT): INCLUSAO, ALTERACAO, ENCERRAMENTO,         *
      * CONSULTA POR MATRICULA E LISTAGEM NA TELA. CADA DEPENDENTE E' *
      * IDENTIFICADO PELA MATRICULA DO FUNCIONARIO MAIS UMA           *
      * SEQUENCIA; A MATRICULA PRECISA EXISTIR ATIVA EM               *
      * FUNCIONARIOS.DAT NA INCLUSAO. PARA CADA DEPENDENTE GUARDA O   *
      * NOME, O CPF, O PARENTESCO, A DATA DE NASCIMENTO E SE ELE E'   *
      * DECLARADO PARA A DEDUCAO DO IR E PARA O SALARIO-FAMILIA       *
      * (SUGERIDOS PELO PARENTESCO NA INCLUSAO). A SUBROTINA          *
      * CALC-DEPENDENTES CONTA DAQUI, PELA IDADE NA COMPETENCIA, OS   *
      * DEPENDENTES DO IR E AS COTAS DO SALARIO-FAMILIA DO            *
      * CALC-SALARIO-LOTE, CALC-FERIAS, CALC-RESCISAO E CONFERE-      *
      * FOLHA, E O GERA-ESOCIAL ENVIA OS DEPENDENTES ATIVOS. NAO HA   *
      * EXCLUSAO: O DEPENDENTE QUE DEIXA DE SER DECLARADO E'          *
      * ENCERRADO E FICA NO ARQUIVO COMO HISTORICO. CADA CAMPO        *
      * INCLUIDO, ALTERADO OU ENCERRADO VAI PARA A TRILHA DE          *
      * ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA).                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEPENDENTES ASSIGN USING WS-ARQ-DEPENDENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTES.

           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEPENDENTES.
           COPY REGDEPEND.CPY.

       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-DEPENDENTES      PIC X(2).
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
       01 WS-ACHOU-DEPENDENTE    PIC X(1).
           88 ACHOU-DEPENDENTE        VALUE "S".
       01 WS-ACHOU-FUNCIONARIO   PIC X(1).
           88 ACHOU-FUNCIONARIO       VALUE "S".
       01 WS-HOUVE-ALTERACAO     PIC X(1) VALUE "N".
           88 HOUVE-ALTERACAO         VALUE "S".
       01 WS-PROMPT              PIC X(40).
       01 WS-TEXTO-ATUAL         PIC X(30).
       01 WS-TEXTO-NOVO          PIC X(30).
       01 WS-MAIOR-SEQ           PIC 9(2)  VALUE 0.
       01 WS-QTD-LISTADAS        PIC 9(4)  VALUE 0.
       01 WS-IDX-AUX             PIC 9(4)  VALUE 0.
       01 WS-DATA-HOJE           PIC 9(8)  VALUE 0.
       01 WS-DATA-NASCIMENTO     PIC 9(8)  VALUE 0.
       01 WS-DATA-NASCIMENTO-R REDEFINES WS-DATA-NASCIMENTO.
           05 WS-NASCIMENTO-ANO  PIC 9(4).
           05 WS-NASCIMENTO-MES  PIC 9(2).
           05 WS-NASCIMENTO-DIA  PIC 9(2).
       01 WS-DESCRICAO-PARENTESCO PIC X(30).
      *
      * CAMPOS DE APOIO DA VALIDACAO DO CPF DO DEPENDENTE PELO
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
      * TABELA EM MEMORIA COM OS DEPENDENTES, CARREGADA NA ABERTURA
      * E REGRAVADA POR COMPLETO NO ENCERRAMENTO QUANDO HOUVE ALGUMA
      * ALTERACAO, NO MESMO ESTILO DO MANTER-PENSIONISTAS.
      *
       01 WS-TOTAL-DEPENDENTES   PIC 9(4) VALUE 0.
       01 WS-TAB-DEPENDENTES.
           05 WS-DEPENDENTE OCCURS 2000 TIMES INDEXED BY WS-IDX.
               10 DN-ID-FUNC           PIC 9(6).
               10 DN-SEQ               PIC 9(2).
               10 DN-NOME              PIC X(30).
               10 DN-CPF               PIC 9(11).
               10 DN-PARENTESCO        PIC X(1).
               10 DN-NASCIMENTO        PIC 9(8).
               10 DN-DEDUZ-IR          PIC X(1).
               10 DN-SAL-FAMILIA       PIC X(1).
               10 DN-SITUACAO          PIC X(1).
      *
      * DEPENDENTE ANTES E DEPOIS DA OPERACAO, PARA A TRILHA DE
      * ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA) REGISTRAR O VALOR
      * ANTERIOR E O NOVO DE CADA CAMPO. A CHAVE DA TRILHA E' A
      * MATRICULA E A SEQUENCIA DO DEPENDENTE.
      *
       01 WS-DEPENDENTE-ANTES.
           05 AN-ID-FUNC             PIC 9(6).
           05 AN-SEQ                 PIC 9(2).
           05 AN-NOME                PIC X(30).
           05 AN-CPF                 PIC 9(11).
           05 AN-PARENTESCO          PIC X(1).
           05 AN-NASCIMENTO          PIC 9(8).
           05 AN-DEDUZ-IR            PIC X(1).
           05 AN-SAL-FAMILIA         PIC X(1).
           05 AN-SITUACAO            PIC X(1).
       01 WS-DEPENDENTE-DEPOIS.
           05 DP-ID-FUNC             PIC 9(6).
           05 DP-SEQ                 PIC 9(2).
           05 DP-NOME                PIC X(30).
           05 DP-CPF                 PIC 9(11).
           05 DP-PARENTESCO          PIC X(1).
           05 DP-NASCIMENTO          PIC 9(8).
           05 DP-DEDUZ-IR            PIC X(1).
           05 DP-SAL-FAMILIA         PIC X(1).
           05 DP-SITUACAO            PIC X(1).
       01 WS-CHAVE-DEPENDENTE.
           05 CH-ID                  PIC 9(6).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 CH-SEQ                 PIC 9(2).
       COPY TRILHA.CPY.
      *
      * CADA CAMPO DE CADA OPERACAO FICA PENDENTE NA TABELA ABAIXO E
      * SO' VAI PARA A SUBROTINA COMUM GRAVA-TRILHA DEPOIS QUE
      * DEPENDENTES.DAT FOR REGRAVADO, PARA A TRILHA NAO
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
           "MANTER-DEPENDENTES".
       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 1.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
      * SELECIONA-EMPRESA) E NOMES DOS ARQUIVOS SEGREGADOS POR
      * EMPRESA (SUFIXO -ENNN), MONTADOS EM MONTAR-NOMES-ARQUIVOS
      *
       COPY EMPRESEL.CPY.
       01 WS-ARQ-DEPENDENTES     PIC X(30).
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-NOME-DEPEND-EMP.
           05 FILLER             PIC X(13) VALUE
               "DEPENDENTES-E".
           05 NOME-DEPEND-EMP     PIC 9(3).
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM ABRIR-CADASTRO.
           PERFORM CARREGAR-DEPENDENTES.
           DISPLAY "MANUTENCAO DOS DEPENDENTES".
           DISPLAY "DEPENDENTES NO ARQUIVO: " WS-TOTAL-DEPENDENTES.
           PERFORM UNTIL WS-OPCAO = "F"
               DISPLAY " "
               DISPLAY "OPCOES: I=INCLUIR A=ALTERAR E=ENCERRAR "
                   "C=CONSULTAR L=LISTAR F=FIM"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "I"
                       PERFORM INCLUIR-DEPENDENTE
                   WHEN "A"
                       PERFORM ALTERAR-DEPENDENTE
                   WHEN "E"
                       PERFORM ENCERRAR-DEPENDENTE
                   WHEN "C"
                       PERFORM CONSULTAR-DEPENDENTES
                   WHEN "L"
                       PERFORM LISTAR-DEPENDENTES
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-DEPENDENTES
               PERFORM GRAVAR-TRILHA
               DISPLAY "DEPENDENTES GRAVADOS COM SUCESSO: "
                   WS-TOTAL-DEPENDENTES " REGISTROS."
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
      * CARREGA OS DEPENDENTES PARA A TABELA EM MEMORIA. SE O
      * ARQUIVO AINDA NAO EXISTIR, COMECA VAZIA E ELE SERA CRIADO NA
      * GRAVACAO.
      *
       CARREGAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-FS-DEPENDENTES NOT = "00"
               DISPLAY "DEPENDENTES.DAT AINDA NAO EXISTE; SERA "
                   "CRIADO NO ENCERRAMENTO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-DEPENDENTE
               END-PERFORM
               CLOSE ARQ-DEPENDENTES
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM DEPENDENTE PARA A TABELA
      *
       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-TOTAL-DEPENDENTES >= 2000
                       DISPLAY "ERRO: MAIS DE 2000 DEPENDENTES EM "
                           "DEPENDENTES.DAT."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "MANTER-DEPENDENTES.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-DEPENDENTES
                   SET WS-IDX TO WS-TOTAL-DEPENDENTES
                   MOVE DEP-ID-FUNC        TO DN-ID-FUNC(WS-IDX)
                   MOVE DEP-SEQ            TO DN-SEQ(WS-IDX)
                   MOVE DEP-NOME           TO DN-NOME(WS-IDX)
                   MOVE DEP-CPF            TO DN-CPF(WS-IDX)
                   MOVE DEP-PARENTESCO     TO DN-PARENTESCO(WS-IDX)
                   MOVE DEP-NASCIMENTO     TO DN-NASCIMENTO(WS-IDX)
                   MOVE DEP-DEDUZ-IR       TO DN-DEDUZ-IR(WS-IDX)
                   MOVE DEP-SAL-FAMILIA    TO DN-SAL-FAMILIA(WS-IDX)
                   MOVE DEP-SITUACAO       TO DN-SITUACAO(WS-IDX)
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
      * SOLICITA A SEQUENCIA DO DEPENDENTE DENTRO DA MATRICULA,
      * RE-PEDINDO ENQUANTO VIER NAO NUMERICA OU FORA DE 1 A 99
      *
       SOLICITAR-SEQUENCIA.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE A SEQUENCIA DO DEPENDENTE:"
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
      * PROCURA O DEPENDENTE WS-SEQ-BUSCA DA MATRICULA WS-ID-BUSCA;
      * SE ENCONTRAR, WS-IDX FICA POSICIONADO NA ENTRADA.
      *
       LOCALIZAR-DEPENDENTE.
           MOVE "N" TO WS-ACHOU-DEPENDENTE.
           SET WS-IDX TO 1.
           IF WS-TOTAL-DEPENDENTES > 0
               SEARCH WS-DEPENDENTE
                   AT END
                       CONTINUE
                   WHEN WS-IDX > WS-TOTAL-DEPENDENTES
                       CONTINUE
                   WHEN DN-ID-FUNC(WS-IDX) = WS-ID-BUSCA
                           AND DN-SEQ(WS-IDX) = WS-SEQ-BUSCA
                       MOVE "S" TO WS-ACHOU-DEPENDENTE
               END-SEARCH
           END-IF.
      *
      * APURA A MAIOR SEQUENCIA JA USADA NA MATRICULA WS-ID-BUSCA
      * (ATIVA OU ENCERRADA), PARA A INCLUSAO NUMERAR O NOVO
      * DEPENDENTE SEM REPETIR SEQUENCIA
      *
       APURAR-MAIOR-SEQUENCIA.
           MOVE 0 TO WS-MAIOR-SEQ.
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-TOTAL-DEPENDENTES
               IF DN-ID-FUNC(WS-IDX-AUX) = WS-ID-BUSCA
                   IF DN-SEQ(WS-IDX-AUX) > WS-MAIOR-SEQ
                       MOVE DN-SEQ(WS-IDX-AUX) TO WS-MAIOR-SEQ
                   END-IF
               END-IF
           END-PERFORM.
      *
      * INCLUSAO DE UM DEPENDENTE NOVO. A MATRICULA PRECISA EXISTIR
      * ATIVA NO CADASTRO; A SEQUENCIA E' A SEGUINTE A MAIOR JA USADA
      * NA MATRICULA.
      *
       INCLUIR-DEPENDENTE.
           IF WS-TOTAL-DEPENDENTES >= 2000
               DISPLAY "ARQUIVO CHEIO: AUMENTE O TAMANHO DA TABELA "
                   "EM MANTER-DEPENDENTES.CBL E RECOMPILE."
           ELSE
               PERFORM SOLICITAR-MATRICULA
               PERFORM VALIDAR-MATRICULA-ATIVA
               PERFORM APURAR-MAIOR-SEQUENCIA
               IF NOT ACHOU-FUNCIONARIO
                   DISPLAY "MATRICULA " WS-ID-BUSCA " NAO EXISTE "
                       "ATIVA NO CADASTRO."
               ELSE IF WS-MAIOR-SEQ >= 99
                   DISPLAY "MATRICULA " WS-ID-BUSCA " JA USOU TODAS "
                       "AS SEQUENCIAS DE DEPENDENTE."
               ELSE
                   ADD 1 TO WS-TOTAL-DEPENDENTES
                   SET WS-IDX TO WS-TOTAL-DEPENDENTES
                   MOVE WS-ID-BUSCA TO DN-ID-FUNC(WS-IDX)
                   COMPUTE DN-SEQ(WS-IDX) = WS-MAIOR-SEQ + 1
                   MOVE SPACES TO DN-NOME(WS-IDX)
                   MOVE 0      TO DN-CPF(WS-IDX)
                   MOVE SPACE  TO DN-PARENTESCO(WS-IDX)
                   MOVE 0      TO DN-NASCIMENTO(WS-IDX)
                   MOVE SPACE  TO DN-DEDUZ-IR(WS-IDX)
                   MOVE SPACE  TO DN-SAL-FAMILIA(WS-IDX)
                   MOVE "A"    TO DN-SITUACAO(WS-IDX)
                   DISPLAY "FUNCIONARIO: " FUNC-NOME
                   DISPLAY "SEQUENCIA DO DEPENDENTE: " DN-SEQ(WS-IDX)
                   PERFORM SOLICITAR-DADOS-DEPENDENTE
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE WS-DEPENDENTE(WS-IDX) TO WS-DEPENDENTE-DEPOIS
                   MOVE "I" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "DEPENDENTE " DN-SEQ(WS-IDX)
                       " DA MATRICULA " WS-ID-BUSCA " INCLUIDO."
               END-IF
               END-IF
           END-IF.
      *
      * DIGITACAO DE TODOS OS DADOS DO DEPENDENTE DA ENTRADA
      * CORRENTE, USADA NA INCLUSAO E NA ALTERACAO
      *
       SOLICITAR-DADOS-DEPENDENTE.
           MOVE "NOME DO DEPENDENTE:" TO WS-PROMPT.
           MOVE DN-NOME(WS-IDX) TO WS-TEXTO-ATUAL.
           PERFORM ALTERAR-CAMPO-TEXTO.
           MOVE WS-TEXTO-NOVO TO DN-NOME(WS-IDX).
           PERFORM SOLICITAR-CPF.
           PERFORM SOLICITAR-PARENTESCO.
           PERFORM SOLICITAR-DATA-NASCIMENTO.
           PERFORM SOLICITAR-INDICADORES.
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
      * SOLICITA O CPF DO DEPENDENTE, VALIDANDO OS DIGITOS
      * VERIFICADORES. ENTER MANTEM O VALOR ATUAL (ZERO SIGNIFICA
      * NAO INFORMADO, CASO DE MENOR SEM CPF).
      *
       SOLICITAR-CPF.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "CPF DO DEPENDENTE ATUAL: " DN-CPF(WS-IDX)
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
                           MOVE WS-CPF-NUM TO DN-CPF(WS-IDX)
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
      * SOLICITA O GRAU DE PARENTESCO, RE-PEDINDO ENQUANTO NAO VIER
      * UM DOS CODIGOS DE REGDEPEND.CPY. ENTER MANTEM O ATUAL QUANDO
      * ELE EXISTE.
      *
       SOLICITAR-PARENTESCO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "PARENTESCO: C=CONJUGE/COMPANHEIRO "
                   "F=FILHO/ENTEADO U=FILHO UNIVERSITARIO"
               DISPLAY "  I=FILHO INCAPAZ P=PAIS/AVOS "
                   "G=MENOR SOB GUARDA O=OUTRO"
               IF DN-PARENTESCO(WS-IDX) NOT = SPACE
                   DISPLAY "  ATUAL: " DN-PARENTESCO(WS-IDX)
                       " (ENTER PARA MANTER)"
               END-IF
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                       AND DN-PARENTESCO(WS-IDX) NOT = SPACE
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE IF (WS-ENTRADA(1:1) = "C" OR "F" OR "U" OR "I"
                       OR "P" OR "G" OR "O")
                       AND WS-ENTRADA(2:29) = SPACES
                   MOVE WS-ENTRADA(1:1) TO DN-PARENTESCO(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "PARENTESCO INVALIDO: DIGITE C, F, U, I, "
                       "P, G OU O."
               END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA A DATA DE NASCIMENTO (AAAAMMDD), OBRIGATORIA, QUE
      * NAO PODE SER POSTERIOR A HOJE. ENTER MANTEM O VALOR ATUAL
      * QUANDO ELE EXISTE.
      *
       SOLICITAR-DATA-NASCIMENTO.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DATA DE NASCIMENTO ATUAL: "
                   DN-NASCIMENTO(WS-IDX)
               DISPLAY "NOVA DATA (AAAAMMDD, ENTER PARA MANTER):"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                       AND DN-NASCIMENTO(WS-IDX) NOT = 0
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "DATA INVALIDA: DIGITE APENAS NUMEROS "
                           "NO FORMATO AAAAMMDD."
                   ELSE
                       COMPUTE WS-DATA-NASCIMENTO =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       IF WS-NASCIMENTO-ANO < 1900
                               OR WS-NASCIMENTO-MES < 1
                               OR WS-NASCIMENTO-MES > 12
                               OR WS-NASCIMENTO-DIA < 1
                               OR WS-NASCIMENTO-DIA > 31
                           DISPLAY "DATA INVALIDA: ANO A PARTIR DE "
                               "1900, MES ENTRE 01 E 12 E DIA ENTRE "
                               "01 E 31."
                       ELSE IF WS-DATA-NASCIMENTO > WS-DATA-HOJE
                           DISPLAY "DATA INVALIDA: NASCIMENTO NAO PODE "
                               "SER POSTERIOR A HOJE."
                       ELSE
                           MOVE WS-DATA-NASCIMENTO
                               TO DN-NASCIMENTO(WS-IDX)
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA SE O DEPENDENTE E' DECLARADO PARA A DEDUCAO DO IR E
      * PARA O SALARIO-FAMILIA (S/N). NA INCLUSAO A SUGESTAO VEM DO
      * PARENTESCO; ENTER MANTEM O VALOR SUGERIDO OU O ATUAL. SO'
      * FILHOS, ENTEADOS E MENORES SOB GUARDA DAO DIREITO AO
      * SALARIO-FAMILIA, E "OUTRO" NAO DEDUZ DO IR.
      *
       SOLICITAR-INDICADORES.
           IF DN-DEDUZ-IR(WS-IDX) = SPACE
               IF DN-PARENTESCO(WS-IDX) = "O"
                   MOVE "N" TO DN-DEDUZ-IR(WS-IDX)
               ELSE
                   MOVE "S" TO DN-DEDUZ-IR(WS-IDX)
               END-IF
           END-IF.
           IF DN-SAL-FAMILIA(WS-IDX) = SPACE
               IF DN-PARENTESCO(WS-IDX) = "F" OR "U" OR "I" OR "G"
                   MOVE "S" TO DN-SAL-FAMILIA(WS-IDX)
               ELSE
                   MOVE "N" TO DN-SAL-FAMILIA(WS-IDX)
               END-IF
           END-IF.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DEDUZ DO IR (S/N)? ATUAL: "
                   DN-DEDUZ-IR(WS-IDX)
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE DN-DEDUZ-IR(WS-IDX) TO WS-ENTRADA
               END-IF
               IF WS-ENTRADA = "S" AND DN-PARENTESCO(WS-IDX) = "O"
                   DISPLAY "PARENTESCO OUTRO NAO DEDUZ DO IR."
                   MOVE "N" TO DN-DEDUZ-IR(WS-IDX)
               ELSE IF WS-ENTRADA = "S" OR "N"
                   MOVE WS-ENTRADA(1:1) TO DN-DEDUZ-IR(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPOSTA INVALIDA: DIGITE S OU N."
               END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "RECEBE SALARIO-FAMILIA (S/N)? ATUAL: "
                   DN-SAL-FAMILIA(WS-IDX)
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE DN-SAL-FAMILIA(WS-IDX) TO WS-ENTRADA
               END-IF
               IF WS-ENTRADA = "S"
                       AND DN-PARENTESCO(WS-IDX) NOT = "F" AND "U"
                           AND "I" AND "G"
                   DISPLAY "SO' FILHO, ENTEADO OU MENOR SOB GUARDA "
                       "DA DIREITO AO SALARIO-FAMILIA."
                   MOVE "N" TO DN-SAL-FAMILIA(WS-IDX)
               ELSE IF WS-ENTRADA = "S" OR "N"
                   MOVE WS-ENTRADA(1:1) TO DN-SAL-FAMILIA(WS-IDX)
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPOSTA INVALIDA: DIGITE S OU N."
               END-IF
               END-IF
           END-PERFORM.
      *
      * ALTERACAO DE UM DEPENDENTE EXISTENTE (CORRECAO DE DADOS,
      * TROCA DE PARENTESCO, INCLUSAO OU RETIRADA DA DEDUCAO).
      * DEPENDENTE ENCERRADO NAO E' ALTERADO; SE VOLTAR A SER
      * DECLARADO, ENTRA COMO INCLUSAO.
      *
       ALTERAR-DEPENDENTE.
           PERFORM SOLICITAR-MATRICULA.
           PERFORM SOLICITAR-SEQUENCIA.
           PERFORM LOCALIZAR-DEPENDENTE.
           IF NOT ACHOU-DEPENDENTE
               DISPLAY "DEPENDENTE " WS-SEQ-BUSCA " DA MATRICULA "
                   WS-ID-BUSCA " NAO ENCONTRADO."
           ELSE IF DN-SITUACAO(WS-IDX) = "E"
               DISPLAY "DEPENDENTE ENCERRADO NAO PODE SER ALTERADO; "
                   "INCLUA-O DE NOVO."
           ELSE
               PERFORM EXIBIR-DEPENDENTE
               MOVE WS-DEPENDENTE(WS-IDX) TO WS-DEPENDENTE-ANTES
               PERFORM SOLICITAR-DADOS-DEPENDENTE
               MOVE "S" TO WS-HOUVE-ALTERACAO
               MOVE WS-DEPENDENTE(WS-IDX) TO WS-DEPENDENTE-DEPOIS
               MOVE "A" TO WS-TRILHA-OPERACAO
               PERFORM REGISTRAR-TRILHA
               DISPLAY "DEPENDENTE " WS-SEQ-BUSCA " DA MATRICULA "
                   WS-ID-BUSCA " ALTERADO."
           END-IF
           END-IF.
      *
      * ENCERRAMENTO DE UM DEPENDENTE (FIM DA UNIAO, OBITO, SAIDA DA
      * DECLARACAO). O REGISTRO FICA NO ARQUIVO COMO HISTORICO.
      *
       ENCERRAR-DEPENDENTE.
           PERFORM SOLICITAR-MATRICULA.
           PERFORM SOLICITAR-SEQUENCIA.
           PERFORM LOCALIZAR-DEPENDENTE.
           IF NOT ACHOU-DEPENDENTE
               DISPLAY "DEPENDENTE " WS-SEQ-BUSCA " DA MATRICULA "
                   WS-ID-BUSCA " NAO ENCONTRADO."
           ELSE IF DN-SITUACAO(WS-IDX) = "E"
               DISPLAY "DEPENDENTE JA ESTA ENCERRADO."
           ELSE
               PERFORM EXIBIR-DEPENDENTE
               DISPLAY "CONFIRMA O ENCERRAMENTO DO DEPENDENTE (S/N)?"
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = "S"
                   MOVE WS-DEPENDENTE(WS-IDX) TO WS-DEPENDENTE-ANTES
                   MOVE "E" TO DN-SITUACAO(WS-IDX)
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE WS-DEPENDENTE(WS-IDX) TO WS-DEPENDENTE-DEPOIS
                   MOVE "T" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "DEPENDENTE ENCERRADO."
               ELSE
                   DISPLAY "ENCERRAMENTO CANCELADO."
               END-IF
           END-IF
           END-IF.
      *
      * CONSULTA DE TODOS OS DEPENDENTES DE UMA MATRICULA
      *
       CONSULTAR-DEPENDENTES.
           PERFORM SOLICITAR-MATRICULA.
           MOVE 0 TO WS-QTD-LISTADAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-DEPENDENTES
               IF DN-ID-FUNC(WS-IDX) = WS-ID-BUSCA
                   PERFORM EXIBIR-DEPENDENTE
                   ADD 1 TO WS-QTD-LISTADAS
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADAS = 0
               DISPLAY "NENHUM DEPENDENTE PARA A MATRICULA "
                   WS-ID-BUSCA "."
           END-IF.
      *
      * LISTAGEM NA TELA DE TODOS OS DEPENDENTES, NA ORDEM DO
      * ARQUIVO, UMA LINHA POR DEPENDENTE: PARENTESCO, NASCIMENTO,
      * DEDUZ IR, SALARIO-FAMILIA E SITUACAO
      *
       LISTAR-DEPENDENTES.
           IF WS-TOTAL-DEPENDENTES = 0
               DISPLAY "NENHUM DEPENDENTE CADASTRADO."
           ELSE
               DISPLAY "---------------------------"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-DEPENDENTES
                   DISPLAY DN-ID-FUNC(WS-IDX) "-" DN-SEQ(WS-IDX)
                       "  " DN-NOME(WS-IDX) "  "
                       DN-PARENTESCO(WS-IDX) "  "
                       DN-NASCIMENTO(WS-IDX) "  "
                       DN-DEDUZ-IR(WS-IDX) DN-SAL-FAMILIA(WS-IDX)
                       "  " DN-SITUACAO(WS-IDX)
               END-PERFORM
               DISPLAY "---------------------------"
           END-IF.
      *
      * EXIBICAO DOS DADOS DA ENTRADA CORRENTE DA TABELA
      *
       EXIBIR-DEPENDENTE.
           EVALUATE DN-PARENTESCO(WS-IDX)
               WHEN "C"
                   MOVE "CONJUGE/COMPANHEIRO(A)"
                       TO WS-DESCRICAO-PARENTESCO
               WHEN "F"
                   MOVE "FILHO(A)/ENTEADO(A)" TO WS-DESCRICAO-PARENTESCO
               WHEN "U"
                   MOVE "FILHO(A) UNIVERSITARIO(A)"
                       TO WS-DESCRICAO-PARENTESCO
               WHEN "I"
                   MOVE "FILHO(A) INCAPAZ" TO WS-DESCRICAO-PARENTESCO
               WHEN "P"
                   MOVE "PAIS/AVOS" TO WS-DESCRICAO-PARENTESCO
               WHEN "G"
                   MOVE "MENOR SOB GUARDA/TUTELA"
                       TO WS-DESCRICAO-PARENTESCO
               WHEN OTHER
                   MOVE "OUTRO" TO WS-DESCRICAO-PARENTESCO
           END-EVALUATE.
           DISPLAY "---------------------------".
           DISPLAY "MATRICULA: " DN-ID-FUNC(WS-IDX)
               "  SEQUENCIA: " DN-SEQ(WS-IDX).
           DISPLAY "DEPENDENTE: " DN-NOME(WS-IDX).
           DISPLAY "CPF: " DN-CPF(WS-IDX).
           DISPLAY "PARENTESCO: " WS-DESCRICAO-PARENTESCO.
           DISPLAY "NASCIMENTO: " DN-NASCIMENTO(WS-IDX).
           DISPLAY "DEDUZ DO IR: " DN-DEDUZ-IR(WS-IDX)
               "  SALARIO-FAMILIA: " DN-SAL-FAMILIA(WS-IDX).
           IF DN-SITUACAO(WS-IDX) = "E"
               DISPLAY "SITUACAO: ENCERRADO"
           ELSE
               DISPLAY "SITUACAO: ATIVO"
           END-IF.
           DISPLAY "---------------------------".
      *
      * TRILHA DE ALTERACOES DO DEPENDENTE: CADA CAMPO VAI PARA A
      * SUBROTINA COMUM COM O VALOR ANTERIOR (WS-DEPENDENTE-ANTES,
      * QUE A INCLUSAO NAO USA) E O NOVO (WS-DEPENDENTE-DEPOIS); A
      * SUBROTINA DESPREZA OS QUE NAO MUDARAM. OS CAMPOS FICAM
      * PENDENTES ATE' A REGRAVACAO DO ARQUIVO.
      *
       REGISTRAR-TRILHA.
           MOVE WS-EMPRESA-CODIGO TO WS-TRILHA-EMPRESA.
           MOVE DP-ID-FUNC TO WS-TRILHA-MATRICULA.
           MOVE DP-ID-FUNC TO CH-ID.
           MOVE DP-SEQ TO CH-SEQ.
           MOVE WS-CHAVE-DEPENDENTE TO WS-TRILHA-CHAVE.
           MOVE "NOME" TO WS-TRILHA-CAMPO.
           MOVE AN-NOME TO WS-TRILHA-ANTES.
           MOVE DP-NOME TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "CPF" TO WS-TRILHA-CAMPO.
           MOVE AN-CPF TO WS-TRILHA-ANTES.
           MOVE DP-CPF TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "PARENTESCO" TO WS-TRILHA-CAMPO.
           MOVE AN-PARENTESCO TO WS-TRILHA-ANTES.
           MOVE DP-PARENTESCO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "DATA DE NASCIMENTO" TO WS-TRILHA-CAMPO.
           MOVE AN-NASCIMENTO TO WS-TRILHA-ANTES.
           MOVE DP-NASCIMENTO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "DEDUZ DO IR" TO WS-TRILHA-CAMPO.
           MOVE AN-DEDUZ-IR TO WS-TRILHA-ANTES.
           MOVE DP-DEDUZ-IR TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "SALARIO-FAMILIA" TO WS-TRILHA-CAMPO.
           MOVE AN-SAL-FAMILIA TO WS-TRILHA-ANTES.
           MOVE DP-SAL-FAMILIA TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "SITUACAO" TO WS-TRILHA-CAMPO.
           MOVE AN-SITUACAO TO WS-TRILHA-ANTES.
           MOVE DP-SITUACAO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
      *
      * UM CAMPO DO DEPENDENTE NA TABELA DE PENDENTES DA TRILHA
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 1000
               DISPLAY "ERRO: MAIS DE 1000 CAMPOS ALTERADOS NA SESSAO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "MANTER-DEPENDENTES.CBL E RECOMPILE."
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
      * REGRAVACAO DO ARQUIVO INTEIRO EM DEPENDENTES.DAT,
      * SUBSTITUINDO O ARQUIVO ANTERIOR POR COMPLETO
      *
       GRAVAR-DEPENDENTES.
           OPEN OUTPUT ARQ-DEPENDENTES.
           IF WS-FS-DEPENDENTES NOT = "00"
               DISPLAY "ERRO AO GRAVAR DEPENDENTES.DAT: "
                   WS-FS-DEPENDENTES
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-DEPENDENTES
               MOVE DN-ID-FUNC(WS-IDX)       TO DEP-ID-FUNC
               MOVE DN-SEQ(WS-IDX)           TO DEP-SEQ
               MOVE DN-NOME(WS-IDX)          TO DEP-NOME
               MOVE DN-CPF(WS-IDX)           TO DEP-CPF
               MOVE DN-PARENTESCO(WS-IDX)    TO DEP-PARENTESCO
               MOVE DN-NASCIMENTO(WS-IDX)    TO DEP-NASCIMENTO
               MOVE DN-DEDUZ-IR(WS-IDX)      TO DEP-DEDUZ-IR
               MOVE DN-SAL-FAMILIA(WS-IDX)   TO DEP-SAL-FAMILIA
               MOVE DN-SITUACAO(WS-IDX)      TO DEP-SITUACAO
               WRITE REG-DEPENDENTE
               IF WS-FS-DEPENDENTES NOT = "00"
                   DISPLAY "ERRO AO GRAVAR DEPENDENTES.DAT: "
                       WS-FS-DEPENDENTES
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ARQ-DEPENDENTES.
      *
      * TRILHA DE ALTERACOES DOS CAMPOS PENDENTES, DEPOIS QUE
      * DEPENDENTES.DAT FOI REGRAVADO
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
           MOVE WS-EMPRESA-CODIGO TO NOME-DEPEND-EMP.
           MOVE WS-NOME-DEPEND-EMP TO WS-ARQ-DEPENDENTES.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
