               10 OP-SENHA             PIC X(8).
               10 OP-NIVEL             PIC 9(1).
               10 OP-SITUACAO          PIC X(1).
      *
      * ENTRADA COMO ESTAVA ANTES DA OPERACAO, PARA A TRILHA DE
      * ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA) REGISTRAR O VALOR
      * ANTERIOR DE CADA CAMPO MODIFICADO. A SENHA SO' E' COMPARADA:
      * A SUBROTINA A GRAVA MASCARADA.
      *
       01 WS-OPERADOR-ANTES.
           05 AN-CODIGO              PIC X(12).
           05 AN-NOME                PIC X(30).
           05 AN-SENHA               PIC X(8).
           05 AN-NIVEL               PIC 9(1).
           05 AN-SITUACAO            PIC X(1).
       COPY TRILHA.CPY.
      *
      * CADA CAMPO DE CADA OPERACAO FICA PENDENTE NA TABELA ABAIXO E
      * SO' VAI PARA A SUBROTINA COMUM GRAVA-TRILHA DEPOIS QUE
      * OPERADORES.DAT FOR REGRAVADO, PARA A TRILHA NAO
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
               PERFORM GRAVAR-OPERADORES
               PERFORM GRAVAR-TRILHA
               DISPLAY "CADASTRO GRAVADO COM SUCESSO: "
                   WS-TOTAL-OPERADORES " OPERADORES."
           ELSE
                   PERFORM SOLICITAR-NIVEL
                   MOVE "A" TO OP-SITUACAO(WS-IDX)
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE "I" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "OPERADOR " WS-CODIGO-BUSCA " INCLUIDO."
               END-IF
           END-IF.
                   "NO CADASTRO."
           ELSE
               PERFORM EXIBIR-OPERADOR
               MOVE WS-OPERADOR-ENTRADA(WS-IDX) TO WS-OPERADOR-ANTES
               PERFORM SOLICITAR-NOME
               PERFORM SOLICITAR-SENHA
               PERFORM SOLICITAR-NIVEL
               MOVE "S" TO WS-HOUVE-ALTERACAO
               MOVE "A" TO WS-TRILHA-OPERACAO
               PERFORM REGISTRAR-TRILHA
               DISPLAY "OPERADOR " WS-CODIGO-BUSCA " ALTERADO."
           END-IF.
      *
               DISPLAY "CODIGO " WS-CODIGO-BUSCA " NAO ENCONTRADO "
                   "NO CADASTRO."
           ELSE
               MOVE WS-OPERADOR-ENTRADA(WS-IDX) TO WS-OPERADOR-ANTES
               IF OP-SITUACAO(WS-IDX) = "I"
                   DISPLAY "OPERADOR " WS-CODIGO-BUSCA " ESTA "
                       "INATIVO. REATIVAR? (S/N)"
                   IF WS-OPCAO = "S"
                       MOVE "A" TO OP-SITUACAO(WS-IDX)
                       MOVE "S" TO WS-HOUVE-ALTERACAO
                       MOVE "R" TO WS-TRILHA-OPERACAO
                       PERFORM REGISTRAR-TRILHA
                       DISPLAY "OPERADOR " WS-CODIGO-BUSCA
                           " REATIVADO."
                   END-IF
               ELSE
                   MOVE "I" TO OP-SITUACAO(WS-IDX)
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE "T" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "OPERADOR " WS-CODIGO-BUSCA " INATIVADO; "
                       "NAO CONSEGUIRA MAIS SE AUTENTICAR."
               END-IF
           END-IF.
      *
      * TRILHA DE ALTERACOES DA ENTRADA CORRENTE: CADA CAMPO VAI PARA
      * A SUBROTINA COMUM COM O VALOR ANTERIOR (WS-OPERADOR-ANTES, QUE
      * A INCLUSAO NAO USA) E O NOVO; A SUBROTINA DESPREZA OS QUE NAO
      * MUDARAM. OS CAMPOS FICAM PENDENTES ATE' A REGRAVACAO DO
      * ARQUIVO. O CADASTRO DE OPERADORES E' COMUM A TODAS AS
      * EMPRESAS: EMPRESA ZERO.
      *
       REGISTRAR-TRILHA.
           MOVE 0 TO WS-TRILHA-EMPRESA.
           MOVE 0 TO WS-TRILHA-MATRICULA.
           MOVE OP-CODIGO(WS-IDX) TO WS-TRILHA-CHAVE.
           MOVE "NOME" TO WS-TRILHA-CAMPO.
           MOVE AN-NOME TO WS-TRILHA-ANTES.
           MOVE OP-NOME(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "SENHA" TO WS-TRILHA-CAMPO.
           MOVE AN-SENHA TO WS-TRILHA-ANTES.
           MOVE OP-SENHA(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "NIVEL" TO WS-TRILHA-CAMPO.
           MOVE AN-NIVEL TO WS-TRILHA-ANTES.
           MOVE OP-NIVEL(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "SITUACAO" TO WS-TRILHA-CAMPO.
           MOVE AN-SITUACAO TO WS-TRILHA-ANTES.
           MOVE OP-SITUACAO(WS-IDX) TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
      *
      * UM CAMPO DA ENTRADA NA TABELA DE PENDENTES DA TRILHA
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 1000
               DISPLAY "ERRO: MAIS DE 1000 CAMPOS ALTERADOS NA SESSAO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "MANTER-OPERADORES.CBL E RECOMPILE."
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
      * CONSULTA DE UM OPERADOR PELO CODIGO
      *
       CONSULTAR-OPERADOR.
               END-IF
           END-PERFORM.
           CLOSE ARQ-OPERADORES.
      *
      * TRILHA DE ALTERACOES DOS CAMPOS PENDENTES, DEPOIS QUE
      * OPERADORES.DAT FOI REGRAVADO
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
