      * SOMAS DE SALARIO BRUTO, INSS, IR E LIQUIDO, O TOTAL DE FGTS   *
      * DO MES VINDO DE FGTS-MENSAL.DAT, A QUANTIDADE DE              *
      * FUNCIONARIOS POR FAIXA DO IR E A COMPARACAO DE CADA TOTAL     *
      * COM O MES ANTERIOR, COM A VARIACAO PERCENTUAL. EM SEGUIDA,    *
      * O MESMO COMPARATIVO POR CENTRO DE CUSTO (FUNCIONARIOS, BRUTO, *
      * LIQUIDO E CUSTO TOTAL), PELO FUNC-CCUSTO ATUAL DE CADA        *
      * FUNCIONARIO NO CADASTRO, E A LISTA DOS FUNCIONARIOS DO MES    *
      * SEM CENTRO DE CUSTO VALIDO, QUE FICAM NO CENTRO 0000. O       *
      * RELATORIO SAI EM RESUMO-MENSAL.TXT, PRONTO PARA ENTREGAR A    *
      * DIRETORIA.                                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS-ARQUIVO.

           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQ-CENTROS-CUSTO ASSIGN USING WS-ARQ-CENTROS-CUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTROS-CUSTO.

           SELECT ARQ-RESUMO ASSIGN TO "RESUMO-MENSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO.
       FD  ARQ-FGTS-ARQUIVO.
       01  REG-FGTS-ARQUIVO          PIC X(60).

       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       FD  ARQ-CENTROS-CUSTO.
           COPY REGCCUSTO.CPY.

       FD  ARQ-RESUMO.
       01  REG-RESUMO                PIC X(72).

       01 WS-FS-FGTS-MENSAL      PIC X(2).
       01 WS-FS-TABELA-TAXAS     PIC X(2).
       01 WS-FS-RESUMO           PIC X(2).
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-CENTROS-CUSTO    PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-COMPETENCIA-ENT     PIC X(10).
       01 WS-FAIXA-4             PIC 9(6)    VALUE 0.
       01 WS-FAIXA-5             PIC 9(6)    VALUE 0.
      *
      * TOTAIS POR CENTRO DE CUSTO DO MES ATUAL E DO ANTERIOR: UMA
      * ENTRADA POR CENTRO DE CENTROS-CUSTO.DAT, NA ORDEM DO ARQUIVO,
      * MAIS AS CRIADAS NA LEITURA PARA O CODIGO ZERO (SEM CENTRO DE
      * CUSTO) E PARA CODIGOS DO CADASTRO QUE NAO EXISTEM NA TABELA.
      * A QUANTIDADE E' DE FUNCIONARIOS DISTINTOS, NAO DE LANCAMENTOS.
      *
       01 WS-CCUSTO-FUNC         PIC 9(4)     VALUE 0.
       01 WS-TOTAL-CENTROS       PIC 9(3)     VALUE 0.
       01 WS-TAB-CENTROS.
           05 WS-CENTRO-ENTRADA OCCURS 600 TIMES
                   INDEXED BY WS-IDX-CT.
               10 CT-CCUSTO            PIC 9(4).
               10 CT-DESCRICAO         PIC X(30).
               10 CT-QTD-ATUAL         PIC 9(6).
               10 CT-QTD-ANTERIOR      PIC 9(6).
               10 CT-BRUTO-ATUAL       PIC 9(10)V99.
               10 CT-BRUTO-ANTERIOR    PIC 9(10)V99.
               10 CT-LIQUIDO-ATUAL     PIC 9(10)V99.
               10 CT-LIQUIDO-ANTERIOR  PIC 9(10)V99.
               10 CT-FGTS-ATUAL        PIC 9(10)V99.
               10 CT-FGTS-ANTERIOR     PIC 9(10)V99.
      *
      * FUNCIONARIOS JA VISTOS NO HISTORICO OU NO FGTS, COM O CENTRO
      * DE CUSTO LIDO DO CADASTRO UMA VEZ SO' (FV-IDX-CENTRO APONTA A
      * ENTRADA DE WS-TAB-CENTROS) E OS INDICADORES DE JA CONTADO EM
      * CADA MES. MOTIVO DE SEM CENTRO: S = SEM CENTRO NO CADASTRO,
      * N = CENTRO NAO CADASTRADO EM CENTROS-CUSTO.DAT, F = MATRICULA
      * FORA DO CADASTRO DE FUNCIONARIOS, BRANCO = CENTRO VALIDO.
      *
       01 WS-ID-FUNC             PIC 9(6)     VALUE 0.
       01 WS-NOME-FUNC           PIC X(30)    VALUE SPACES.
       01 WS-MOTIVO-SEM-CC       PIC X(1)     VALUE SPACE.
       01 WS-ACHOU               PIC X(1)     VALUE "N".
           88 ACHOU                   VALUE "S".
       01 WS-QTD-SEM-CC          PIC 9(6)     VALUE 0.
       01 WS-TOTAL-VISTOS        PIC 9(4)     VALUE 0.
       01 WS-TAB-VISTOS.
           05 WS-VISTO-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-FV.
               10 FV-ID                PIC 9(6).
               10 FV-NOME              PIC X(30).
               10 FV-CCUSTO            PIC 9(4).
               10 FV-IDX-CENTRO        PIC 9(3).
               10 FV-MOTIVO            PIC X(1).
               10 FV-VISTO-ATUAL       PIC X(1).
               10 FV-VISTO-ANTERIOR    PIC X(1).
      *
      * ARQUIVO DE GUARDA DE FGTS DE UMA COMPETENCIA JA FECHADA
      * (FGTS-ENNN-AAAAMM.DAT, GRAVADO PELO FECHA-MES), USADO QUANDO A
      * COMPETENCIA NAO TEM MAIS LANCAMENTOS NO ARQUIVO VIVO
       01 WS-FGTS-ARQ-TOTAL      PIC 9(10)V99 VALUE 0.
       01 WS-FGTS-ARQ-REG.
           05 WS-FGTS-ARQ-DATA   PIC 9(8).
           05 WS-FGTS-ARQ-ID     PIC 9(6).
           05 WS-FGTS-ARQ-NOME   PIC X(30).
           05 FILLER             PIC X(8).
           05 WS-FGTS-ARQ-VALOR  PIC 9(6)V99.
      *
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-FX-TEXTO       PIC X(30).
           05 LIN-FX-QTD         PIC ZZZZZ9.
       01 WS-LIN-CENTRO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(3)  VALUE "CC ".
           05 LIN-CC-CODIGO      PIC 9(4).
           05 FILLER             PIC X(3)  VALUE " - ".
           05 LIN-CC-DESCRICAO   PIC X(30).
       01 WS-LIN-SEM-CC.
           05 FILLER             PIC X(1).
           05 LIN-SC-ID          PIC 9(6).
           05 FILLER             PIC X(2).
           05 LIN-SC-NOME        PIC X(30).
           05 FILLER             PIC X(2).
           05 LIN-SC-MOTIVO      PIC X(31).

      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
               "FGTS-MENSAL-E".
           05 NOME-FGTSM-EMP      PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
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
           CALL "SELECIONA-EMPRESA" USING WS-EMPRESA-CODIGO
           PERFORM SOLICITAR-COMPETENCIA.
           PERFORM CALCULAR-COMPET-ANTERIOR.
           PERFORM CARREGAR-TABELA-TAXAS.
           PERFORM CARREGAR-CENTROS-CUSTO.
           PERFORM ABRIR-CADASTRO.
           PERFORM ACUMULAR-HISTORICO.
           PERFORM ACUMULAR-FGTS.
           CLOSE ARQ-FUNCIONARIOS.
           COMPUTE WS-CUSTO-ATUAL =
               WS-BRUTO-ATUAL + WS-FGTS-ATUAL.
           COMPUTE WS-CUSTO-ANTERIOR =
               WS-BRUTO-ANTERIOR + WS-FGTS-ANTERIOR.
           PERFORM GRAVAR-RELATORIO.
           DISPLAY "LANCAMENTOS DO MES NO RESUMO: " WS-QTD-ATUAL.
           IF WS-QTD-SEM-CC > 0
               DISPLAY "ATENCAO: " WS-QTD-SEM-CC " FUNCIONARIO(S) "
                   "DO MES SEM CENTRO DE CUSTO VALIDO."
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM RESUMO-MENSAL.TXT".
           STOP RUN.
      *
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
      *
      * CARREGA OS CENTROS DE CUSTO DA EMPRESA, NA ORDEM DO ARQUIVO,
      * COMO ENTRADAS INICIAIS DOS TOTAIS POR CENTRO. SEM O ARQUIVO,
      * TODOS OS FUNCIONARIOS SAEM NO CENTRO 0000 E NA LISTAGEM.
      *
       CARREGAR-CENTROS-CUSTO.
           OPEN INPUT ARQ-CENTROS-CUSTO.
           IF WS-FS-CENTROS-CUSTO NOT = "00"
               DISPLAY "AVISO: CENTROS-CUSTO.DAT NAO ENCONTRADO; "
                   "RESUMO SEM SEPARACAO POR CENTRO DE CUSTO."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-CENTRO-CUSTO
               END-PERFORM
               CLOSE ARQ-CENTROS-CUSTO
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM CENTRO DE CUSTO
      *
       LER-CENTRO-CUSTO.
           READ ARQ-CENTROS-CUSTO
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   MOVE CC-CODIGO TO WS-CCUSTO-FUNC
                   PERFORM INCLUIR-CENTRO
                   MOVE CC-DESCRICAO TO CT-DESCRICAO(WS-IDX-CT)
           END-READ.
      *
      * ACRESCENTA UMA ENTRADA PARA O CENTRO EM WS-CCUSTO-FUNC, COM
      * OS TOTAIS ZERADOS; WS-IDX-CT FICA POSICIONADO NELA.
      *
       INCLUIR-CENTRO.
           IF WS-TOTAL-CENTROS >= 600
               DISPLAY "ERRO: MAIS DE 600 CENTROS DE CUSTO NO RESUMO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "RESUMO-MENSAL.CBL E RECOMPILE."
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-CENTROS.
           SET WS-IDX-CT TO WS-TOTAL-CENTROS.
           MOVE WS-CCUSTO-FUNC TO CT-CCUSTO(WS-IDX-CT).
           MOVE SPACES         TO CT-DESCRICAO(WS-IDX-CT).
           MOVE 0 TO CT-QTD-ATUAL(WS-IDX-CT).
           MOVE 0 TO CT-QTD-ANTERIOR(WS-IDX-CT).
           MOVE 0 TO CT-BRUTO-ATUAL(WS-IDX-CT).
           MOVE 0 TO CT-BRUTO-ANTERIOR(WS-IDX-CT).
           MOVE 0 TO CT-LIQUIDO-ATUAL(WS-IDX-CT).
           MOVE 0 TO CT-LIQUIDO-ANTERIOR(WS-IDX-CT).
           MOVE 0 TO CT-FGTS-ATUAL(WS-IDX-CT).
           MOVE 0 TO CT-FGTS-ANTERIOR(WS-IDX-CT).
      *
      * ABERTURA DO CADASTRO INDEXADO PARA A LEITURA DO CENTRO DE
      * CUSTO PELA CHAVE DA MATRICULA, COMO NO GERA-REMESSA
      *
       ABRIR-CADASTRO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
      *
      * POSICIONA WS-IDX-FV NO FUNCIONARIO WS-ID-FUNC E WS-IDX-CT NO
      * CENTRO DE CUSTO DELE. NA PRIMEIRA VEZ QUE A MATRICULA
      * APARECE, O CENTRO E' LIDO DO CADASTRO E GUARDADO.
      *
       LOCALIZAR-FUNCIONARIO.
           MOVE "N" TO WS-ACHOU.
           SET WS-IDX-FV TO 1.
           IF WS-TOTAL-VISTOS > 0
               SEARCH WS-VISTO-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-FV > WS-TOTAL-VISTOS
                       CONTINUE
                   WHEN FV-ID(WS-IDX-FV) = WS-ID-FUNC
                       MOVE "S" TO WS-ACHOU
               END-SEARCH
           END-IF.
           IF ACHOU
               SET WS-IDX-CT TO FV-IDX-CENTRO(WS-IDX-FV)
           ELSE
               PERFORM INCLUIR-FUNCIONARIO
           END-IF.
      *
      * GUARDA UM FUNCIONARIO NOVO COM O CENTRO DE CUSTO DO CADASTRO.
      * SEM CENTRO VALIDO, ELE VAI PARA O CENTRO 0000 (OU PARA O
      * CODIGO NAO CADASTRADO) E FICA MARCADO PARA A LISTAGEM.
      *
       INCLUIR-FUNCIONARIO.
           IF WS-TOTAL-VISTOS >= 2000
               DISPLAY "ERRO: MAIS DE 2000 FUNCIONARIOS NO RESUMO."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                   "RESUMO-MENSAL.CBL E RECOMPILE."
               STOP RUN
           END-IF.
           MOVE 0 TO WS-CCUSTO-FUNC.
           MOVE SPACE TO WS-MOTIVO-SEM-CC.
           MOVE WS-ID-FUNC TO FUNC-ID.
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE "F" TO WS-MOTIVO-SEM-CC
               NOT INVALID KEY
                   IF FUNC-CCUSTO NUMERIC
                       MOVE FUNC-CCUSTO TO WS-CCUSTO-FUNC
                   END-IF
                   IF WS-CCUSTO-FUNC = 0
                       MOVE "S" TO WS-MOTIVO-SEM-CC
                   END-IF
           END-READ.
           MOVE "N" TO WS-ACHOU.
           SET WS-IDX-CT TO 1.
           IF WS-TOTAL-CENTROS > 0
               SEARCH WS-CENTRO-ENTRADA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-CT > WS-TOTAL-CENTROS
                       CONTINUE
                   WHEN CT-CCUSTO(WS-IDX-CT) = WS-CCUSTO-FUNC
                       MOVE "S" TO WS-ACHOU
               END-SEARCH
           END-IF.
           IF NOT ACHOU
               PERFORM INCLUIR-CENTRO
               IF WS-CCUSTO-FUNC = 0
                   MOVE "SEM CENTRO DE CUSTO"
                       TO CT-DESCRICAO(WS-IDX-CT)
               ELSE
                   MOVE "CENTRO NAO CADASTRADO"
                       TO CT-DESCRICAO(WS-IDX-CT)
               END-IF
           END-IF.
           IF WS-CCUSTO-FUNC > 0
                   AND CT-DESCRICAO(WS-IDX-CT) = "CENTRO NAO CADASTRADO"
               MOVE "N" TO WS-MOTIVO-SEM-CC
           END-IF.
           ADD 1 TO WS-TOTAL-VISTOS.
           SET WS-IDX-FV TO WS-TOTAL-VISTOS.
           MOVE WS-ID-FUNC       TO FV-ID(WS-IDX-FV).
           MOVE WS-NOME-FUNC     TO FV-NOME(WS-IDX-FV).
           MOVE WS-CCUSTO-FUNC   TO FV-CCUSTO(WS-IDX-FV).
           SET FV-IDX-CENTRO(WS-IDX-FV) TO WS-IDX-CT.
           MOVE WS-MOTIVO-SEM-CC TO FV-MOTIVO(WS-IDX-FV).
           MOVE "N" TO FV-VISTO-ATUAL(WS-IDX-FV).
           MOVE "N" TO FV-VISTO-ANTERIOR(WS-IDX-FV).
      *
      * LEITURA DO HISTORICO INTEIRO, ACUMULANDO OS LANCAMENTOS DA
      * COMPETENCIA PEDIDA E OS DA COMPETENCIA ANTERIOR
      *
                       ADD HIST-IR             TO WS-IR-ATUAL
                       ADD HIST-SALARIO-LIQUIDO TO WS-LIQUIDO-ATUAL
                       PERFORM CLASSIFICAR-FAIXA-IR
                       MOVE HIST-ID   TO WS-ID-FUNC
                       MOVE HIST-NOME TO WS-NOME-FUNC
                       PERFORM LOCALIZAR-FUNCIONARIO
                       IF FV-VISTO-ATUAL(WS-IDX-FV) = "N"
                           MOVE "S" TO FV-VISTO-ATUAL(WS-IDX-FV)
                           ADD 1 TO CT-QTD-ATUAL(WS-IDX-CT)
                           IF FV-MOTIVO(WS-IDX-FV) NOT = SPACE
                               ADD 1 TO WS-QTD-SEM-CC
                           END-IF
                       END-IF
                       ADD HIST-SALARIO-BRUTO
                           TO CT-BRUTO-ATUAL(WS-IDX-CT)
                       ADD HIST-SALARIO-LIQUIDO
                           TO CT-LIQUIDO-ATUAL(WS-IDX-CT)
                   ELSE
                       IF HIST-DATA(1:6) = WS-COMPET-ANTERIOR-R
                           ADD 1                  TO WS-QTD-ANTERIOR
                           ADD HIST-IR            TO WS-IR-ANTERIOR
                           ADD HIST-SALARIO-LIQUIDO
                               TO WS-LIQUIDO-ANTERIOR
                           MOVE HIST-ID   TO WS-ID-FUNC
                           MOVE HIST-NOME TO WS-NOME-FUNC
                           PERFORM LOCALIZAR-FUNCIONARIO
                           IF FV-VISTO-ANTERIOR(WS-IDX-FV) = "N"
                               MOVE "S" TO FV-VISTO-ANTERIOR(WS-IDX-FV)
                               ADD 1 TO CT-QTD-ANTERIOR(WS-IDX-CT)
                           END-IF
                           ADD HIST-SALARIO-BRUTO
                               TO CT-BRUTO-ANTERIOR(WS-IDX-CT)
                           ADD HIST-SALARIO-LIQUIDO
                               TO CT-LIQUIDO-ANTERIOR(WS-IDX-CT)
                       END-IF
                   END-IF
           END-READ.
               NOT AT END
                   IF FGTS-DATA(1:6) = WS-COMPETENCIA-R
                       ADD FGTS-VALOR TO WS-FGTS-ATUAL
                       MOVE FGTS-ID   TO WS-ID-FUNC
                       MOVE FGTS-NOME TO WS-NOME-FUNC
                       PERFORM LOCALIZAR-FUNCIONARIO
                       ADD FGTS-VALOR TO CT-FGTS-ATUAL(WS-IDX-CT)
                   ELSE
                       IF FGTS-DATA(1:6) = WS-COMPET-ANTERIOR-R
                           ADD FGTS-VALOR TO WS-FGTS-ANTERIOR
                           MOVE FGTS-ID   TO WS-ID-FUNC
                           MOVE FGTS-NOME TO WS-NOME-FUNC
                           PERFORM LOCALIZAR-FUNCIONARIO
                           ADD FGTS-VALOR
                               TO CT-FGTS-ANTERIOR(WS-IDX-CT)
                       END-IF
                   END-IF
           END-READ.
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM LANCAMENTO DO ARQUIVO DE GUARDA DE FGTS, QUE
      * TAMBEM ENTRA NO CENTRO DE CUSTO DO FUNCIONARIO, NO MES ATUAL
      * OU NO ANTERIOR CONFORME A COMPETENCIA PROCURADA
      *
       LER-FGTS-ARQUIVADO.
           READ ARQ-FGTS-ARQUIVO
                   IF WS-FGTS-ARQ-DATA(1:6) = WS-FGTS-ALVO-R
                           AND WS-FGTS-ARQ-VALOR NUMERIC
                       ADD WS-FGTS-ARQ-VALOR TO WS-FGTS-ARQ-TOTAL
                       IF WS-FGTS-ARQ-ID NUMERIC
                           MOVE WS-FGTS-ARQ-ID TO WS-ID-FUNC
                       ELSE
                           MOVE 0 TO WS-ID-FUNC
                       END-IF
                       MOVE WS-FGTS-ARQ-NOME TO WS-NOME-FUNC
                       PERFORM LOCALIZAR-FUNCIONARIO
                       IF WS-FGTS-ALVO = WS-COMPETENCIA
                           ADD WS-FGTS-ARQ-VALOR
                               TO CT-FGTS-ATUAL(WS-IDX-CT)
                       ELSE
                           ADD WS-FGTS-ARQ-VALOR
                               TO CT-FGTS-ANTERIOR(WS-IDX-CT)
                       END-IF
                   END-IF
           END-READ.
      *
           MOVE WS-FAIXA-5 TO LIN-FX-QTD.
           MOVE WS-LIN-FAIXA TO REG-RESUMO.
           WRITE REG-RESUMO.
           PERFORM GRAVAR-CENTROS-CUSTO.
           PERFORM GRAVAR-SEM-CENTRO.
           MOVE WS-LINHA-TRACO TO REG-RESUMO.
           WRITE REG-RESUMO.
           CLOSE ARQ-RESUMO.
      *
      * COMPARATIVO POR CENTRO DE CUSTO: PARA CADA CENTRO COM
      * MOVIMENTO EM UM DOS DOIS MESES, A QUANTIDADE DE FUNCIONARIOS,
      * O BRUTO, O LIQUIDO E O CUSTO TOTAL (BRUTO + FGTS), COM A
      * VARIACAO SOBRE O MES ANTERIOR
      *
       GRAVAR-CENTROS-CUSTO.
           MOVE WS-LINHA-FINA  TO REG-RESUMO.
           WRITE REG-RESUMO.
           MOVE " TOTAIS POR CENTRO DE CUSTO:" TO REG-RESUMO.
           WRITE REG-RESUMO.
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-TOTAL-CENTROS
               IF CT-QTD-ATUAL(WS-IDX-CT) > 0
                       OR CT-QTD-ANTERIOR(WS-IDX-CT) > 0
                       OR CT-FGTS-ATUAL(WS-IDX-CT) > 0
                       OR CT-FGTS-ANTERIOR(WS-IDX-CT) > 0
                   PERFORM GRAVAR-CENTRO
               END-IF
           END-PERFORM.
      *
      * GRAVACAO DO BLOCO DE UM CENTRO DE CUSTO
      *
       GRAVAR-CENTRO.
           MOVE CT-CCUSTO(WS-IDX-CT)    TO LIN-CC-CODIGO.
           MOVE CT-DESCRICAO(WS-IDX-CT) TO LIN-CC-DESCRICAO.
           MOVE WS-LIN-CENTRO TO REG-RESUMO.
           WRITE REG-RESUMO.
           MOVE "  FUNCIONARIOS"        TO LIN-MET-TEXTO.
           MOVE CT-QTD-ATUAL(WS-IDX-CT)    TO WS-VALOR-ATUAL.
           MOVE CT-QTD-ANTERIOR(WS-IDX-CT) TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-METRICA.
           MOVE "  SALARIO BRUTO"       TO LIN-MET-TEXTO.
           MOVE CT-BRUTO-ATUAL(WS-IDX-CT)    TO WS-VALOR-ATUAL.
           MOVE CT-BRUTO-ANTERIOR(WS-IDX-CT) TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-METRICA.
           MOVE "  SALARIO LIQUIDO"     TO LIN-MET-TEXTO.
           MOVE CT-LIQUIDO-ATUAL(WS-IDX-CT)    TO WS-VALOR-ATUAL.
           MOVE CT-LIQUIDO-ANTERIOR(WS-IDX-CT) TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-METRICA.
           MOVE "  CUSTO (BRUTO+FGTS)"  TO LIN-MET-TEXTO.
           COMPUTE WS-VALOR-ATUAL =
               CT-BRUTO-ATUAL(WS-IDX-CT) + CT-FGTS-ATUAL(WS-IDX-CT).
           COMPUTE WS-VALOR-ANTERIOR =
               CT-BRUTO-ANTERIOR(WS-IDX-CT)
                   + CT-FGTS-ANTERIOR(WS-IDX-CT).
           PERFORM GRAVAR-METRICA.
      *
      * FUNCIONARIOS COM LANCAMENTO NO MES ATUAL SEM CENTRO DE CUSTO
      * VALIDO, PARA O DEPARTAMENTO PESSOAL CORRIGIR O CADASTRO
      *
       GRAVAR-SEM-CENTRO.
           MOVE WS-LINHA-FINA  TO REG-RESUMO.
           WRITE REG-RESUMO.
           IF WS-QTD-SEM-CC = 0
               MOVE " TODOS OS FUNCIONARIOS DO MES COM CENTRO DE CUSTO."
                   TO REG-RESUMO
               WRITE REG-RESUMO
           ELSE
               MOVE " FUNCIONARIOS DO MES SEM CENTRO DE CUSTO VALIDO:"
                   TO REG-RESUMO
               WRITE REG-RESUMO
               PERFORM VARYING WS-IDX-FV FROM 1 BY 1
                       UNTIL WS-IDX-FV > WS-TOTAL-VISTOS
                   IF FV-VISTO-ATUAL(WS-IDX-FV) = "S"
                           AND FV-MOTIVO(WS-IDX-FV) NOT = SPACE
                       PERFORM GRAVAR-LINHA-SEM-CENTRO
                   END-IF
               END-PERFORM
           END-IF.
      *
      * GRAVACAO DE UM FUNCIONARIO SEM CENTRO DE CUSTO VALIDO
      *
       GRAVAR-LINHA-SEM-CENTRO.
           MOVE SPACES TO WS-LIN-SEM-CC.
           MOVE FV-ID(WS-IDX-FV)   TO LIN-SC-ID.
           MOVE FV-NOME(WS-IDX-FV) TO LIN-SC-NOME.
           IF FV-MOTIVO(WS-IDX-FV) = "S"
               MOVE "SEM CENTRO DE CUSTO NO CADASTRO" TO LIN-SC-MOTIVO
           ELSE IF FV-MOTIVO(WS-IDX-FV) = "N"
               MOVE "CENTRO DE CUSTO NAO CADASTRADO" TO LIN-SC-MOTIVO
           ELSE
               MOVE "MATRICULA FORA DO CADASTRO" TO LIN-SC-MOTIVO
           END-IF.
           MOVE WS-LIN-SEM-CC TO REG-RESUMO.
           WRITE REG-RESUMO.
      *
      * GRAVACAO DE UMA LINHA DE METRICA COM A COMPARACAO CONTRA O
      * MES ANTERIOR. A VARIACAO PERCENTUAL SO' E' IMPRESSA QUANDO O
      * MES ANTERIOR TEM VALOR, PARA NAO DIVIDIR POR ZERO.
           MOVE WS-NOME-HIST-EMP TO WS-ARQ-HIST-CALC.
           MOVE WS-EMPRESA-CODIGO TO NOME-FGTSM-EMP.
           MOVE WS-NOME-FGTSM-EMP TO WS-ARQ-FGTS-MENSAL.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-CCUSTO-EMP.
           MOVE WS-NOME-CCUSTO-EMP TO WS-ARQ-CENTROS-CUSTO.
