               10 PRG-DIAS-GOZO        PIC 9(2).
               10 PRG-DIAS-ABONO       PIC 9(2).
               10 PRG-SITUACAO         PIC X(1).
      *
      * PROGRAMACAO ANTES E DEPOIS DA OPERACAO, PARA A TRILHA DE
      * ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA) REGISTRAR O VALOR
      * ANTERIOR E O NOVO DE CADA CAMPO. A CHAVE DA TRILHA E' A
      * MATRICULA E A DATA DE INICIO DO GOZO.
      *
       01 WS-PROGRAMACAO-ANTES.
           05 AN-ID                  PIC 9(6).
           05 AN-AQUIS-INICIO        PIC 9(8).
           05 AN-AQUIS-FIM           PIC 9(8).
           05 AN-DATA-INICIO         PIC 9(8).
           05 AN-DIAS-GOZO           PIC 9(2).
           05 AN-DIAS-ABONO          PIC 9(2).
           05 AN-SITUACAO            PIC X(1).
       01 WS-PROGRAMACAO-DEPOIS.
           05 DP-ID                  PIC 9(6).
           05 DP-AQUIS-INICIO        PIC 9(8).
           05 DP-AQUIS-FIM           PIC 9(8).
           05 DP-DATA-INICIO         PIC 9(8).
           05 DP-DIAS-GOZO           PIC 9(2).
           05 DP-DIAS-ABONO          PIC 9(2).
           05 DP-SITUACAO            PIC X(1).
       01 WS-CHAVE-PROGRAMACAO.
           05 CH-ID                  PIC 9(6).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 CH-DATA-INICIO         PIC 9(8).
       COPY TRILHA.CPY.
      *
      * CADA CAMPO DE CADA OPERACAO FICA PENDENTE NA TABELA ABAIXO E
      * SO' VAI PARA A SUBROTINA COMUM GRAVA-TRILHA DEPOIS QUE
      * PROGRAMACAO-FERIAS.DAT FOR REGRAVADA, PARA A TRILHA NAO
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
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-PROGRAMACAO
               PERFORM GRAVAR-TRILHA
               DISPLAY "PROGRAMACAO GRAVADA COM SUCESSO: "
                   WS-TOTAL-PROGRAMACAO " REGISTROS."
           ELSE
                       PERFORM SOLICITAR-DIAS
                       MOVE "P" TO PRG-SITUACAO(WS-IDX)
                       MOVE "S" TO WS-HOUVE-ALTERACAO
                       MOVE WS-PROGRAMACAO(WS-IDX)
                           TO WS-PROGRAMACAO-DEPOIS
                       MOVE "I" TO WS-TRILHA-OPERACAO
                       PERFORM REGISTRAR-TRILHA
                       DISPLAY "PROGRAMACAO DA MATRICULA " WS-ID-BUSCA
                           " INCLUIDA."
                   END-IF
                       "CALC-FERIAS; NAO PODE SER ALTERADA."
               ELSE
                   PERFORM EXIBIR-PROGRAMACAO
                   MOVE WS-PROGRAMACAO(WS-IDX) TO WS-PROGRAMACAO-ANTES
                   PERFORM SOLICITAR-PERIODO-AQUISITIVO
                   PERFORM SOLICITAR-DIAS
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE WS-PROGRAMACAO(WS-IDX)
                       TO WS-PROGRAMACAO-DEPOIS
                   MOVE "A" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "PROGRAMACAO DA MATRICULA " WS-ID-BUSCA
                       " ALTERADA."
               END-IF
                   DISPLAY "PROGRAMACAO JA CALCULADA PELO "
                       "CALC-FERIAS; NAO PODE SER EXCLUIDA."
               ELSE
                   MOVE WS-PROGRAMACAO(WS-IDX) TO WS-PROGRAMACAO-ANTES
                   MOVE WS-PROGRAMACAO(WS-IDX)
                       TO WS-PROGRAMACAO-DEPOIS
                   SET WS-IND-COMPACTA TO WS-IDX
                   PERFORM VARYING WS-IND-COMPACTA
                           FROM WS-IND-COMPACTA BY 1
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-PROGRAMACAO
                   MOVE "S" TO WS-HOUVE-ALTERACAO
                   MOVE "E" TO WS-TRILHA-OPERACAO
                   PERFORM REGISTRAR-TRILHA
                   DISPLAY "PROGRAMACAO DA MATRICULA " WS-ID-BUSCA
                       " EXCLUIDA."
               END-IF
           END-IF.
      *
      * TRILHA DE ALTERACOES DA PROGRAMACAO: CADA CAMPO VAI PARA A
      * SUBROTINA COMUM COM O VALOR ANTERIOR (WS-PROGRAMACAO-ANTES,
      * QUE A INCLUSAO NAO USA) E O NOVO (WS-PROGRAMACAO-DEPOIS, QUE A
      * EXCLUSAO NAO USA); A SUBROTINA DESPREZA OS QUE NAO MUDARAM.
      * OS CAMPOS FICAM PENDENTES ATE' A REGRAVACAO DO ARQUIVO.
      *
       REGISTRAR-TRILHA.
           MOVE WS-EMPRESA-CODIGO TO WS-TRILHA-EMPRESA.
           MOVE DP-ID TO WS-TRILHA-MATRICULA.
           MOVE DP-ID TO CH-ID.
           MOVE DP-DATA-INICIO TO CH-DATA-INICIO.
           MOVE WS-CHAVE-PROGRAMACAO TO WS-TRILHA-CHAVE.
           MOVE "INICIO DO GOZO" TO WS-TRILHA-CAMPO.
           MOVE AN-DATA-INICIO TO WS-TRILHA-ANTES.
           MOVE DP-DATA-INICIO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "INICIO DO PERIODO AQUISITIVO" TO WS-TRILHA-CAMPO.
           MOVE AN-AQUIS-INICIO TO WS-TRILHA-ANTES.
           MOVE DP-AQUIS-INICIO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "FIM DO PERIODO AQUISITIVO" TO WS-TRILHA-CAMPO.
           MOVE AN-AQUIS-FIM TO WS-TRILHA-ANTES.
           MOVE DP-AQUIS-FIM TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "DIAS DE GOZO" TO WS-TRILHA-CAMPO.
           MOVE AN-DIAS-GOZO TO WS-TRILHA-ANTES.
           MOVE DP-DIAS-GOZO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "DIAS DE ABONO" TO WS-TRILHA-CAMPO.
           MOVE AN-DIAS-ABONO TO WS-TRILHA-ANTES.
           MOVE DP-DIAS-ABONO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "SITUACAO" TO WS-TRILHA-CAMPO.
           MOVE AN-SITUACAO TO WS-TRILHA-ANTES.
           MOVE DP-SITUACAO TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
      *
      * UM CAMPO DA PROGRAMACAO NA TABELA DE PENDENTES DA TRILHA
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 1000
               DISPLAY "ERRO: MAIS DE 1000 CAMPOS ALTERADOS NA SESSAO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "MANTER-FERIAS.CBL E RECOMPILE."
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
      * CONSULTA DE UMA PROGRAMACAO PELA MATRICULA E DATA DE INICIO
      *
       CONSULTAR-PROGRAMACAO.
           END-PERFORM.
           CLOSE ARQ-PROGRAMACAO.
      *
      * TRILHA DE ALTERACOES DOS CAMPOS PENDENTES, DEPOIS QUE
      * PROGRAMACAO-FERIAS.DAT FOI REGRAVADA
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
      * MONTA OS NOMES DOS ARQUIVOS DE MOVIMENTO DA EMPRESA
      * SELECIONADA (SUFIXO -ENNN), NO MOLDE DO FOLHA-AAAAMM.DAT
      * DO FECHA-MES
