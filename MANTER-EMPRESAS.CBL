               10 EM-BANCO             PIC 9(3).
               10 EM-AGENCIA           PIC 9(5).
               10 EM-CONTA             PIC 9(10).
      *
      * ENTRADA COMO ESTAVA ANTES DA ALTERACAO, PARA A TRILHA DE
      * ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA) REGISTRAR O VALOR
      * ANTERIOR DE CADA CAMPO MODIFICADO
      *
       01 WS-EMPRESA-ANTES.
           05 AN-CODIGO              PIC 9(3).
           05 AN-RAZAO               PIC X(30).
           05 AN-CNPJ                PIC X(18).
           05 AN-BANCO               PIC 9(3).
           05 AN-AGENCIA             PIC 9(5).
           05 AN-CONTA               PIC 9(10).
       COPY TRILHA.CPY.
      *
      * CADA CAMPO DE CADA OPERACAO FICA PENDENTE NA TABELA ABAIXO E
      * SO' VAI PARA A SUBROTINA COMUM GRAVA-TRILHA DEPOIS QUE
      * EMPRESAS.DAT FOR REGRAVADO, PARA A TRILHA NAO
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-EMPRESAS
               PERFORM GRAVAR-TRILHA
               DISPLAY "CADASTRO GRAVADO COM SUCESSO: "
                   WS-TOTAL-EMPRESAS " EMPRESAS."
           ELSE
                   PERFORM SOLICITAR-CNPJ
                   PERFORM SOLICITAR-DADOS-BANCARIOS
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE "I" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "EMPRESA " WS-CODIGO-BUSCA " INCLUIDA."
               END-IF
           END-IF.
                   "NO CADASTRO."
           ELSE
               PERFORM EXIBIR-EMPRESA
               MOVE WS-EMPRESA-ENTRADA(WS-IDX) TO WS-EMPRESA-ANTES
               PERFORM SOLICITAR-RAZAO
               PERFORM SOLICITAR-CNPJ
               PERFORM SOLICITAR-DADOS-BANCARIOS
               MOVE "S" TO WS-HOUVE-ALTERACAO
               MOVE "A" TO WS-TRILHA-OPERACAO
               PERFORM REGISTRAR-TRILHA
               DISPLAY "EMPRESA " WS-CODIGO-BUSCA " ALTERADA."
           END-IF.
      *
      * TRILHA DE ALTERACOES DA ENTRADA CORRENTE: CADA CAMPO VAI PARA
      * A SUBROTINA COMUM COM O VALOR ANTERIOR (WS-EMPRESA-ANTES, QUE
      * A INCLUSAO NAO USA) E O NOVO; A SUBROTINA DESPREZA OS QUE NAO
      * MUDARAM. OS CAMPOS FICAM PENDENTES ATE' A REGRAVACAO DO
      * ARQUIVO.
      *
       REGISTRAR-TRILHA.
           MOVE EM-CODIGO(WS-IDX) TO WS-TRILHA-EMPRESA.
           MOVE 0 TO WS-TRILHA-MATRICULA.
           MOVE EM-CODIGO(WS-IDX) TO WS-TRILHA-CHAVE.
           MOVE "RAZAO SOCIAL" TO WS-TRILHA-CAMPO.
           MOVE AN-RAZAO TO WS-TRILHA-ANTES.
           MOVE EM-RAZAO(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "CNPJ" TO WS-TRILHA-CAMPO.
           MOVE AN-CNPJ TO WS-TRILHA-ANTES.
           MOVE EM-CNPJ(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "BANCO" TO WS-TRILHA-CAMPO.
           MOVE AN-BANCO TO WS-TRILHA-ANTES.
           MOVE EM-BANCO(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "AGENCIA" TO WS-TRILHA-CAMPO.
           MOVE AN-AGENCIA TO WS-TRILHA-ANTES.
           MOVE EM-AGENCIA(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "CONTA" TO WS-TRILHA-CAMPO.
           MOVE AN-CONTA TO WS-TRILHA-ANTES.
           MOVE EM-CONTA(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
      *
      * UM CAMPO DA ENTRADA NA TABELA DE PENDENTES DA TRILHA
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 1000
               DISPLAY "ERRO: MAIS DE 1000 CAMPOS ALTERADOS NA SESSAO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "MANTER-EMPRESAS.CBL E RECOMPILE."
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
      * CONSULTA DE UMA EMPRESA PELO CODIGO
      *
       CONSULTAR-EMPRESA.
               END-IF
           END-PERFORM.
           CLOSE ARQ-EMPRESAS.
      *
      * TRILHA DE ALTERACOES DOS CAMPOS PENDENTES, DEPOIS QUE
      * EMPRESAS.DAT FOI REGRAVADO
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
