      * (PLANO-CONTAS.DAT), QUE PARAMETRIZA AS CONTAS USADAS PELO     *
      * EXPORTA-CONTABIL NAS PARTIDAS DOBRADAS DA FOLHA. PERMITE      *
      * ACOMPANHAR UMA REORGANIZACAO DO PLANO DE CONTAS DO CONTADOR   *
      * SEM RECOMPILAR NADA, NO MESMO MOLDE DO MANTER-TAXAS. INCLUI   *
      * AS CONTAS DAS PROVISOES DE FERIAS, 13O E ENCARGOS E A DA      *
      * DESPESA COM INSS PATRONAL.                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 2.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
      *
      * TRILHA DE ALTERACOES: CADA CONTA MODIFICADA NA DIGITACAO FICA
      * PENDENTE NA TABELA ABAIXO E SO' VAI PARA A SUBROTINA COMUM
      * GRAVA-TRILHA DEPOIS QUE PLANO-CONTAS.DAT FOR REGRAVADO, NO
      * MESMO MOLDE DO MANTER-TAXAS.
      *
       COPY TRILHA.CPY.
       01 WS-QTD-PENDENTES       PIC 9(2)  VALUE 0.
       01 WS-IDX-PENDENTE        PIC 9(2)  VALUE 0.
       01 WS-TAB-PENDENTES.
           05 WS-PENDENTE OCCURS 20 TIMES.
               10 PD-CAMPO             PIC X(30).
               10 PD-ANTES             PIC X(30).
               10 PD-DEPOIS            PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
           DISPLAY "ATUAL OU DIGITE O NOVO CODIGO.".
           PERFORM ATUALIZAR-CONTAS.
           PERFORM GRAVAR-PLANO-CONTAS.
           PERFORM REGISTRAR-TRILHA.
           DISPLAY "PLANO DE CONTAS ATUALIZADO COM SUCESSO.".
           STOP RUN.
      *
                       MOVE TAB-CONTA-FGTS      TO WS-CONTA-FGTS
                       MOVE TAB-CONTA-PENSAO    TO WS-CONTA-PENSAO
                       MOVE TAB-CONTA-SALARIOS  TO WS-CONTA-SALARIOS
                       PERFORM CARREGAR-CONTAS-PROVISAO
                       IF TAB-CONTA-DESP-PATRONAL NUMERIC
                           MOVE TAB-CONTA-DESP-PATRONAL
                               TO WS-CONTA-DESP-PATRONAL
                       END-IF
               END-READ
               CLOSE ARQ-PLANO-CONTAS
           END-IF.
      *
      * CONTAS DAS PROVISOES, EM BRANCO NOS ARQUIVOS GRAVADOS ANTES DE
      * EXISTIREM; NESSE CASO FICAM AS CONTAS PADRAO DE FABRICA
      *
       CARREGAR-CONTAS-PROVISAO.
           IF TAB-CONTA-DESP-PROV-FER NUMERIC
               MOVE TAB-CONTA-DESP-PROV-FER TO WS-CONTA-DESP-PROV-FER
           END-IF.
           IF TAB-CONTA-DESP-PROV-13 NUMERIC
               MOVE TAB-CONTA-DESP-PROV-13  TO WS-CONTA-DESP-PROV-13
           END-IF.
           IF TAB-CONTA-DESP-PROV-ENC NUMERIC
               MOVE TAB-CONTA-DESP-PROV-ENC TO WS-CONTA-DESP-PROV-ENC
           END-IF.
           IF TAB-CONTA-PROV-FERIAS NUMERIC
               MOVE TAB-CONTA-PROV-FERIAS   TO WS-CONTA-PROV-FERIAS
           END-IF.
           IF TAB-CONTA-PROV-13 NUMERIC
               MOVE TAB-CONTA-PROV-13       TO WS-CONTA-PROV-13
           END-IF.
           IF TAB-CONTA-PROV-ENCARGOS NUMERIC
               MOVE TAB-CONTA-PROV-ENCARGOS TO WS-CONTA-PROV-ENCARGOS
           END-IF.
      *
      * ATUALIZACAO DE CADA CONTA DO DE-PARA
      *
       ATUALIZAR-CONTAS.
           MOVE "DESPESA DE SALARIOS (DEBITO):" TO WS-PROMPT.
           MOVE "CONTA DESPESA SALARIOS" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-DESPESA TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-DESPESA.
           MOVE "DESPESA DE FGTS (DEBITO):" TO WS-PROMPT.
           MOVE "CONTA DESPESA FGTS" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-DESPESA-FGTS TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-DESPESA-FGTS.
           MOVE "INSS A RECOLHER (CREDITO):" TO WS-PROMPT.
           MOVE "CONTA INSS A RECOLHER" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-INSS TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-INSS.
           MOVE "IRRF A RECOLHER (CREDITO):" TO WS-PROMPT.
           MOVE "CONTA IRRF A RECOLHER" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-IRRF TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-IRRF.
           MOVE "FGTS A DEPOSITAR (CREDITO):" TO WS-PROMPT.
           MOVE "CONTA FGTS A DEPOSITAR" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-FGTS TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-FGTS.
           MOVE "PENSAO E DESCONTOS A REPASSAR (CREDITO):"
               TO WS-PROMPT.
           MOVE "CONTA PENSAO/DESCONTOS" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-PENSAO TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-PENSAO.
           MOVE "SALARIOS LIQUIDOS A PAGAR (CREDITO):" TO WS-PROMPT.
           MOVE "CONTA SALARIOS A PAGAR" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-SALARIOS TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-SALARIOS.
           MOVE "DESPESA C/ PROVISAO DE FERIAS (DEBITO):"
               TO WS-PROMPT.
           MOVE "CONTA DESP PROVISAO FERIAS" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-DESP-PROV-FER TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-DESP-PROV-FER.
           MOVE "DESPESA C/ PROVISAO DE 13O (DEBITO):" TO WS-PROMPT.
           MOVE "CONTA DESP PROVISAO 13O" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-DESP-PROV-13 TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-DESP-PROV-13.
           MOVE "DESPESA C/ ENCARGOS S/ PROVISOES (DEB.):"
               TO WS-PROMPT.
           MOVE "CONTA DESP ENCARGOS PROVISOES" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-DESP-PROV-ENC TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-DESP-PROV-ENC.
           MOVE "PROVISAO DE FERIAS A PAGAR (CREDITO):" TO WS-PROMPT.
           MOVE "CONTA PROVISAO FERIAS" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-PROV-FERIAS TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-PROV-FERIAS.
           MOVE "PROVISAO DE 13O A PAGAR (CREDITO):" TO WS-PROMPT.
           MOVE "CONTA PROVISAO 13O" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-PROV-13 TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-PROV-13.
           MOVE "PROVISAO DE ENCARGOS A PAGAR (CREDITO):"
               TO WS-PROMPT.
           MOVE "CONTA PROVISAO ENCARGOS" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-PROV-ENCARGOS TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-PROV-ENCARGOS.
           MOVE "DESPESA C/ INSS PATRONAL (DEBITO):" TO WS-PROMPT.
           MOVE "CONTA DESP INSS PATRONAL" TO WS-TRILHA-CAMPO.
           MOVE WS-CONTA-DESP-PATRONAL TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-CONTA-DESP-PATRONAL.
      *
      * PEDE UM NOVO CODIGO DE CONTA PARA O CAMPO DESCRITO EM
      * WS-PROMPT, PARTINDO DO ATUAL EM WS-VALOR-ATUAL. ENTRADA EM
                   END-IF
               END-IF
           END-IF.
           IF WS-VALOR-NOVO NOT = WS-VALOR-ATUAL
               PERFORM GUARDAR-ALTERACAO
           END-IF.
      *
      * GUARDA A CONTA ALTERADA (NOME EM WS-TRILHA-CAMPO) COM OS
      * CODIGOS ANTES E DEPOIS, PARA A TRILHA GRAVADA APOS O ARQUIVO
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 20
               DISPLAY "ERRO: MAIS DE 20 CONTAS ALTERADAS NO PLANO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "MANTER-CONTAS.CBL E RECOMPILE."
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PENDENTES.
           MOVE WS-TRILHA-CAMPO TO PD-CAMPO(WS-QTD-PENDENTES).
           MOVE WS-VALOR-ATUAL TO PD-ANTES(WS-QTD-PENDENTES).
           MOVE WS-VALOR-NOVO TO PD-DEPOIS(WS-QTD-PENDENTES).
      *
      * GRAVACAO DO DE-PARA ATUALIZADO EM PLANO-CONTAS.DAT,
      * SUBSTITUINDO O ARQUIVO ANTERIOR POR INTEIRO.
           MOVE WS-CONTA-FGTS         TO TAB-CONTA-FGTS.
           MOVE WS-CONTA-PENSAO       TO TAB-CONTA-PENSAO.
           MOVE WS-CONTA-SALARIOS     TO TAB-CONTA-SALARIOS.
           MOVE WS-CONTA-DESP-PROV-FER TO TAB-CONTA-DESP-PROV-FER.
           MOVE WS-CONTA-DESP-PROV-13  TO TAB-CONTA-DESP-PROV-13.
           MOVE WS-CONTA-DESP-PROV-ENC TO TAB-CONTA-DESP-PROV-ENC.
           MOVE WS-CONTA-PROV-FERIAS   TO TAB-CONTA-PROV-FERIAS.
           MOVE WS-CONTA-PROV-13       TO TAB-CONTA-PROV-13.
           MOVE WS-CONTA-PROV-ENCARGOS TO TAB-CONTA-PROV-ENCARGOS.
           MOVE WS-CONTA-DESP-PATRONAL TO TAB-CONTA-DESP-PATRONAL.
           WRITE REG-PLANO-CONTAS.
           CLOSE ARQ-PLANO-CONTAS.
      *
      * TRILHA DE ALTERACOES DAS CONTAS MODIFICADAS NESTA EXECUCAO.
      * O DE-PARA E' UNICO, COMUM A TODAS AS EMPRESAS: EMPRESA ZERO.
      *
       REGISTRAR-TRILHA.
           MOVE 0 TO WS-TRILHA-EMPRESA.
           MOVE 0 TO WS-TRILHA-MATRICULA.
           MOVE "A" TO WS-TRILHA-OPERACAO.
           MOVE "PLANO-CONTAS" TO WS-TRILHA-CHAVE.
           PERFORM VARYING WS-IDX-PENDENTE FROM 1 BY 1
                   UNTIL WS-IDX-PENDENTE > WS-QTD-PENDENTES
               MOVE PD-CAMPO(WS-IDX-PENDENTE) TO WS-TRILHA-CAMPO
               MOVE PD-ANTES(WS-IDX-PENDENTE) TO WS-TRILHA-ANTES
               MOVE PD-DEPOIS(WS-IDX-PENDENTE) TO WS-TRILHA-DEPOIS
               CALL "GRAVA-TRILHA" USING WS-PROGRAMA WS-OPERADOR
                   WS-TRILHA-EMPRESA WS-TRILHA-MATRICULA
                   WS-TRILHA-OPERACAO WS-TRILHA-CHAVE WS-TRILHA-CAMPO
                   WS-TRILHA-ANTES WS-TRILHA-DEPOIS
           END-PERFORM.
