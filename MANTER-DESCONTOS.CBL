               10 CT-TOTAL-PARCELAS    PIC 9(3).
               10 CT-PARCELAS-PAGAS    PIC 9(3).
               10 CT-ULTIMA-COMPET     PIC 9(6).
      *
      * CONTRATO ANTES E DEPOIS DA OPERACAO, PARA A TRILHA DE
      * ALTERACOES (SUBROTINA COMUM GRAVA-TRILHA) REGISTRAR O VALOR
      * ANTERIOR E O NOVO DE CADA CAMPO. A CHAVE DA TRILHA E' A
      * MATRICULA E O EVENTO DO CONTRATO.
      *
       01 WS-CONTRATO-ANTES.
           05 AN-ID                  PIC 9(6).
           05 AN-EVENTO              PIC 9(3).
           05 AN-VALOR-PARCELA       PIC 9(6)V99.
           05 AN-TOTAL-PARCELAS      PIC 9(3).
           05 AN-PARCELAS-PAGAS      PIC 9(3).
           05 AN-ULTIMA-COMPET       PIC 9(6).
       01 WS-CONTRATO-DEPOIS.
           05 DP-ID                  PIC 9(6).
           05 DP-EVENTO              PIC 9(3).
           05 DP-VALOR-PARCELA       PIC 9(6)V99.
           05 DP-TOTAL-PARCELAS      PIC 9(3).
           05 DP-PARCELAS-PAGAS      PIC 9(3).
           05 DP-ULTIMA-COMPET       PIC 9(6).
       01 WS-CHAVE-CONTRATO.
           05 CH-ID                  PIC 9(6).
           05 FILLER                 PIC X(1)  VALUE "/".
           05 CH-EVENTO              PIC 9(3).
       COPY TRILHA.CPY.
      *
      * CADA CAMPO DE CADA OPERACAO FICA PENDENTE NA TABELA ABAIXO E
      * SO' VAI PARA A SUBROTINA COMUM GRAVA-TRILHA DEPOIS QUE
      * CONTRATOS-DESCONTO.DAT FOR REGRAVADO, PARA A TRILHA NAO
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
               PERFORM GRAVAR-CONTRATOS
               PERFORM GRAVAR-TRILHA
               DISPLAY "CONTRATOS GRAVADOS COM SUCESSO: "
                   WS-TOTAL-CONTRATOS " REGISTROS."
           ELSE
                       MOVE 0 TO CT-PARCELAS-PAGAS(WS-IDX)
                       MOVE 0 TO CT-ULTIMA-COMPET(WS-IDX)
                       MOVE "S" TO WS-HOUVE-ALTERACAO
                       MOVE WS-CONTRATO(WS-IDX) TO WS-CONTRATO-DEPOIS
                       MOVE "I" TO WS-TRILHA-OPERACAO
                       PERFORM REGISTRAR-TRILHA
                       DISPLAY "CONTRATO DA MATRICULA " WS-ID-BUSCA
                           " INCLUIDO."
                   END-IF
                   WS-ID-BUSCA " COM ESTE EVENTO."
           ELSE
               PERFORM EXIBIR-CONTRATO
               MOVE WS-CONTRATO(WS-IDX) TO WS-CONTRATO-ANTES
               PERFORM SOLICITAR-VALOR-PARCELA
               PERFORM SOLICITAR-TOTAL-PARCELAS
               PERFORM SOLICITAR-PARCELAS-PAGAS
               MOVE "S" TO WS-HOUVE-ALTERACAO
               MOVE WS-CONTRATO(WS-IDX) TO WS-CONTRATO-DEPOIS
               MOVE "A" TO WS-TRILHA-OPERACAO
               PERFORM REGISTRAR-TRILHA
               DISPLAY "CONTRATO DA MATRICULA " WS-ID-BUSCA
                   " ALTERADO."
           END-IF.
               DISPLAY "CONTRATO NAO ENCONTRADO PARA A MATRICULA "
                   WS-ID-BUSCA " COM ESTE EVENTO."
           ELSE
               MOVE WS-CONTRATO(WS-IDX) TO WS-CONTRATO-ANTES
               MOVE WS-CONTRATO(WS-IDX) TO WS-CONTRATO-DEPOIS
               SET WS-IND-COMPACTA TO WS-IDX
               PERFORM VARYING WS-IND-COMPACTA
                       FROM WS-IND-COMPACTA BY 1
               END-PERFORM
               SUBTRACT 1 FROM WS-TOTAL-CONTRATOS
               MOVE "S" TO WS-HOUVE-ALTERACAO
               MOVE "E" TO WS-TRILHA-OPERACAO
               PERFORM REGISTRAR-TRILHA
               DISPLAY "CONTRATO DA MATRICULA " WS-ID-BUSCA
                   " EXCLUIDO."
           END-IF.
      *
      * TRILHA DE ALTERACOES DO CONTRATO: CADA CAMPO VAI PARA A
      * SUBROTINA COMUM COM O VALOR ANTERIOR (WS-CONTRATO-ANTES, QUE
      * A INCLUSAO NAO USA) E O NOVO (WS-CONTRATO-DEPOIS, QUE A
      * EXCLUSAO NAO USA); A SUBROTINA DESPREZA OS QUE NAO MUDARAM.
      * OS CAMPOS FICAM PENDENTES ATE' A REGRAVACAO DO ARQUIVO.
      *
       REGISTRAR-TRILHA.
           MOVE WS-EMPRESA-CODIGO TO WS-TRILHA-EMPRESA.
           MOVE DP-ID TO WS-TRILHA-MATRICULA.
           MOVE DP-ID TO CH-ID.
           MOVE DP-EVENTO TO CH-EVENTO.
           MOVE WS-CHAVE-CONTRATO TO WS-TRILHA-CHAVE.
           MOVE "VALOR DA PARCELA" TO WS-TRILHA-CAMPO.
           MOVE AN-VALOR-PARCELA TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-ANTES.
           MOVE DP-VALOR-PARCELA TO WS-TRILHA-VALOR.
           MOVE WS-TRILHA-VALOR TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "TOTAL DE PARCELAS" TO WS-TRILHA-CAMPO.
           MOVE AN-TOTAL-PARCELAS TO WS-TRILHA-ANTES.
           MOVE DP-TOTAL-PARCELAS TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "PARCELAS DESCONTADAS" TO WS-TRILHA-CAMPO.
           MOVE AN-PARCELAS-PAGAS TO WS-TRILHA-ANTES.
           MOVE DP-PARCELAS-PAGAS TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
           MOVE "ULTIMA COMPETENCIA DESCONTADA" TO WS-TRILHA-CAMPO.
           MOVE AN-ULTIMA-COMPET TO WS-TRILHA-ANTES.
           MOVE DP-ULTIMA-COMPET TO WS-TRILHA-DEPOIS.
           PERFORM GUARDAR-ALTERACAO.
      *
      * UM CAMPO DO CONTRATO NA TABELA DE PENDENTES DA TRILHA
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 1000
               DISPLAY "ERRO: MAIS DE 1000 CAMPOS ALTERADOS NA SESSAO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "MANTER-DESCONTOS.CBL E RECOMPILE."
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
      * CONSULTA DE UM CONTRATO PELA MATRICULA E EVENTO
      *
       CONSULTAR-CONTRATO.
           END-PERFORM.
           CLOSE ARQ-CONTRATOS.
      *
      * TRILHA DE ALTERACOES DOS CAMPOS PENDENTES, DEPOIS QUE
      * CONTRATOS-DESCONTO.DAT FOI REGRAVADO
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
