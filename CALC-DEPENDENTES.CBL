       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALC-DEPENDENTES.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * SUBROTINA COMUM DE APURACAO DOS DEPENDENTES DE UM FUNCIONARIO *
      * NUMA COMPETENCIA, A PARTIR DO CADASTRO DE DEPENDENTES DA      *
      * EMPRESA (DEPENDENTES-ENNN.DAT, LAYOUT REGDEPEND.CPY): CONTA   *
      * OS DEPENDENTES QUE DEDUZEM DO IR E AS COTAS DO SALARIO-       *
      * FAMILIA PELA IDADE NA COMPETENCIA E PELO PARENTESCO, E        *
      * CALCULA O SALARIO-FAMILIA DO MES PELO LIMITE DE REMUNERACAO E *
      * PELA COTA DE TABELA-TAXAS.DAT, PROPORCIONAL A LK-DIAS-SF (OS  *
      * DIAS TRABALHADOS NO MES DE ADMISSAO OU DE DEMISSAO; 30 NOS    *
      * DEMAIS). CHAMADA PELO CALC-SALARIO-LOTE, CALC-FERIAS,         *
      * CALC-RESCISAO E CONFERE-FOLHA, PARA QUE TODOS USEM SEMPRE A   *
      * MESMA REGRA, NO MESMO MOLDE DO CALC-PENSAO. O FUNCIONARIO SEM *
      * NENHUM DEPENDENTE NO ARQUIVO (NEM ENCERRADO) FICA COM O       *
      * CONTADOR FUNC-DEPENDENTES DO CADASTRO, PASSADO EM             *
      * LK-DEPEND-CADASTRO, E SEM SALARIO-FAMILIA, COMO ANTES DO      *
      * ARQUIVO EXISTIR. COM LK-AVISAR = "S" AVISA OS DEPENDENTES QUE *
      * DEIXAM DE CONTAR NESTA COMPETENCIA OU NAS DUAS SEGUINTES, E   *
      * DEVOLVE QUANTOS AVISOS DEU EM LK-QTD-AVISOS. A IDADE LIMITE   *
      * VALE ATE O MES DO ANIVERSARIO, INCLUSIVE.                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TABELA-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA-TAXAS.
           SELECT ARQ-DEPENDENTES ASSIGN USING WS-ARQ-DEPENDENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TABELA-TAXAS.
           COPY TABTAXAS.CPY.
       FD  ARQ-DEPENDENTES.
           COPY REGDEPEND.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-TABELA-TAXAS     PIC X(2).
       01 WS-FS-DEPENDENTES      PIC X(2).
       01 WS-TABELA-CARREGADA    PIC X(1) VALUE "N".
           88 TABELA-CARREGADA        VALUE "S".
       01 WS-FIM-DEPENDENTES     PIC X(1) VALUE "N".
           88 FIM-DEPENDENTES         VALUE "S".
      *
      * NOME DO ARQUIVO DE DEPENDENTES JA CARREGADO NA TABELA: SE O
      * PROGRAMA CHAMADOR PASSAR OUTRO (OUTRA EMPRESA), A TABELA E'
      * RECARREGADA.
      *
       01 WS-ARQ-DEPENDENTES     PIC X(30) VALUE SPACES.
      *
      * LIMITE DE REMUNERACAO E COTA DO SALARIO-FAMILIA PADRAO DE
      * FABRICA (TABDFLT.CPY), SUBSTITUIDOS PELOS VALORES MANTIDOS EM
      * TABELA-TAXAS.DAT QUANDO O ARQUIVO EXISTE E OS CAMPOS ESTAO
      * PREENCHIDOS
      *
       COPY TABDFLT.CPY.
      *
      * TABELA DOS DEPENDENTES DA EMPRESA, INCLUSIVE OS ENCERRADOS
      * (QUE SO' SERVEM PARA SABER QUE O FUNCIONARIO JA TEM CADASTRO
      * DE DEPENDENTES E NAO DEVE MAIS USAR O CONTADOR DO CADASTRO)
      *
       01 WS-QTD-DEPENDENTES     PIC 9(4)  VALUE 0.
       01 WS-IDX                 PIC 9(4)  VALUE 0.
       01 WS-TABELA-DEPENDENTES.
           05 DT-DEPENDENTE OCCURS 2000 TIMES.
               10 DT-ID-FUNC         PIC 9(6).
               10 DT-NOME            PIC X(30).
               10 DT-PARENTESCO      PIC X(1).
               10 DT-NASCIMENTO      PIC 9(8).
               10 DT-DEDUZ-IR        PIC X(1).
               10 DT-SAL-FAMILIA     PIC X(1).
               10 DT-SITUACAO        PIC X(1).
      *
      * APURACAO DE UM DEPENDENTE: IDADE LIMITE DO IR E DO SALARIO-
      * FAMILIA PELO PARENTESCO (ZERO = SEM LIMITE, 99 = NAO CONTA) E
      * ULTIMA COMPETENCIA (AAAAMM) EM QUE ELE AINDA CONTA
      *
       01 WS-TEM-DEPENDENTE      PIC X(1)  VALUE "N".
       01 WS-NASCIMENTO          PIC 9(8)  VALUE 0.
       01 WS-NASCIMENTO-R REDEFINES WS-NASCIMENTO.
           05 WS-NASC-ANO        PIC 9(4).
           05 WS-NASC-MES        PIC 9(2).
           05 WS-NASC-DIA        PIC 9(2).
       01 WS-IDADE-LIMITE-IR     PIC 9(2)  VALUE 0.
       01 WS-IDADE-LIMITE-SF     PIC 9(2)  VALUE 0.
       01 WS-IDADE-LIMITE        PIC 9(2)  VALUE 0.
       01 WS-ULTIMA-COMPET       PIC 9(6)  VALUE 0.
       01 WS-ULTIMA-COMPET-R REDEFINES WS-ULTIMA-COMPET.
           05 WS-ULTIMA-ANO      PIC 9(4).
           05 WS-ULTIMA-MES      PIC 9(2).
       01 WS-COMPET              PIC 9(6)  VALUE 0.
       01 WS-COMPET-R REDEFINES WS-COMPET.
           05 WS-COMPET-ANO      PIC 9(4).
           05 WS-COMPET-MES      PIC 9(2).
       01 WS-MESES-RESTANTES     PIC S9(6) VALUE 0.
       01 WS-FINALIDADE          PIC X(15) VALUE SPACES.
       01 WS-DIAS-SF             PIC 9(2)  VALUE 0.
       LINKAGE SECTION.
       01 LK-ARQ-DEPENDENTES     PIC X(30).
       01 LK-ID-FUNC             PIC 9(6).
       01 LK-COMPETENCIA         PIC 9(6).
       01 LK-DEPEND-CADASTRO     PIC 9(2).
       01 LK-REMUNERACAO         PIC 9(6)V99.
       01 LK-DIAS-SF             PIC 9(2).
       01 LK-AVISAR              PIC X(1).
       01 LK-DEPEND-IR           PIC 9(2).
       01 LK-COTAS-SF            PIC 9(2).
       01 LK-SAL-FAMILIA         PIC 9(6)V99.
       01 LK-QTD-AVISOS          PIC 9(2).

       PROCEDURE DIVISION USING LK-ARQ-DEPENDENTES LK-ID-FUNC
               LK-COMPETENCIA LK-DEPEND-CADASTRO LK-REMUNERACAO
               LK-DIAS-SF LK-AVISAR LK-DEPEND-IR LK-COTAS-SF
               LK-SAL-FAMILIA LK-QTD-AVISOS.
       MAIN-PROCEDURE.
           IF NOT TABELA-CARREGADA
               PERFORM CARREGAR-TABELA-TAXAS
               MOVE "S" TO WS-TABELA-CARREGADA
           END-IF.
           IF LK-ARQ-DEPENDENTES NOT = WS-ARQ-DEPENDENTES
               MOVE LK-ARQ-DEPENDENTES TO WS-ARQ-DEPENDENTES
               PERFORM CARREGAR-DEPENDENTES
           END-IF.
           MOVE LK-COMPETENCIA TO WS-COMPET.
           MOVE 0   TO LK-DEPEND-IR.
           MOVE 0   TO LK-COTAS-SF.
           MOVE 0   TO LK-SAL-FAMILIA.
           MOVE 0   TO LK-QTD-AVISOS.
           MOVE "N" TO WS-TEM-DEPENDENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEPENDENTES
               IF DT-ID-FUNC(WS-IDX) = LK-ID-FUNC
                   MOVE "S" TO WS-TEM-DEPENDENTE
                   IF DT-SITUACAO(WS-IDX) NOT = "E"
                       PERFORM APURAR-DEPENDENTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TEM-DEPENDENTE = "N"
               MOVE LK-DEPEND-CADASTRO TO LK-DEPEND-IR
           ELSE
               PERFORM CALCULAR-SALARIO-FAMILIA
           END-IF.
           GOBACK.
      *
      * CARREGA O LIMITE E A COTA DO SALARIO-FAMILIA DE TABELA-TAXAS.
      * DAT, SE O ARQUIVO EXISTIR E OS CAMPOS ESTIVEREM PREENCHIDOS
      * (ARQUIVOS GRAVADOS ANTES DOS CAMPOS EXISTIREM MANTEM O PADRAO
      * DE FABRICA). SO' E' FEITO UMA VEZ POR EXECUCAO.
      *
       CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-TABELA-TAXAS.
           IF WS-FS-TABELA-TAXAS = "00"
               READ ARQ-TABELA-TAXAS
                   NOT AT END
                       IF TAB-SF-LIMITE NUMERIC
                           MOVE TAB-SF-LIMITE TO WS-SF-LIMITE
                       END-IF
                       IF TAB-SF-COTA NUMERIC
                           MOVE TAB-SF-COTA TO WS-SF-COTA
                       END-IF
               END-READ
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
      *
      * CARGA DO CADASTRO DE DEPENDENTES DA EMPRESA. ARQUIVO AUSENTE
      * SIGNIFICA EMPRESA SEM DEPENDENTES CADASTRADOS: TODOS OS
      * FUNCIONARIOS FICAM COM O CONTADOR DO CADASTRO.
      *
       CARREGAR-DEPENDENTES.
           MOVE 0   TO WS-QTD-DEPENDENTES.
           MOVE "N" TO WS-FIM-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-FS-DEPENDENTES = "00"
               PERFORM UNTIL FIM-DEPENDENTES
                   PERFORM LER-DEPENDENTE
               END-PERFORM
               CLOSE ARQ-DEPENDENTES
           END-IF.
      *
      * LEITURA DE UM DEPENDENTE PARA A TABELA. REGISTRO COM DATA DE
      * NASCIMENTO NAO NUMERICA NAO E' CARREGADO (O MANTER-DEPENDENTES
      * SO' GRAVA DATAS VALIDAS).
      *
       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END
                   MOVE "S" TO WS-FIM-DEPENDENTES
               NOT AT END
                   IF DEP-ID-FUNC NUMERIC AND DEP-NASCIMENTO NUMERIC
                       IF WS-QTD-DEPENDENTES >= 2000
                           DISPLAY "ERRO: MAIS DE 2000 DEPENDENTES EM "
                               WS-ARQ-DEPENDENTES
                           DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                               "CALC-DEPENDENTES.CBL E RECOMPILE."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-DEPENDENTES
                       MOVE DEP-ID-FUNC
                           TO DT-ID-FUNC(WS-QTD-DEPENDENTES)
                       MOVE DEP-NOME
                           TO DT-NOME(WS-QTD-DEPENDENTES)
                       MOVE DEP-PARENTESCO
                           TO DT-PARENTESCO(WS-QTD-DEPENDENTES)
                       MOVE DEP-NASCIMENTO
                           TO DT-NASCIMENTO(WS-QTD-DEPENDENTES)
                       MOVE DEP-DEDUZ-IR
                           TO DT-DEDUZ-IR(WS-QTD-DEPENDENTES)
                       MOVE DEP-SAL-FAMILIA
                           TO DT-SAL-FAMILIA(WS-QTD-DEPENDENTES)
                       MOVE DEP-SITUACAO
                           TO DT-SITUACAO(WS-QTD-DEPENDENTES)
                   END-IF
           END-READ.
      *
      * APURACAO DE UM DEPENDENTE ATIVO. SO' CONTA QUEM JA TINHA
      * NASCIDO NA COMPETENCIA E FOI DECLARADO PARA O IR OU PARA O
      * SALARIO-FAMILIA; DEPOIS, CADA UM PELA IDADE LIMITE DO SEU
      * PARENTESCO.
      *
       APURAR-DEPENDENTE.
           MOVE DT-NASCIMENTO(WS-IDX) TO WS-NASCIMENTO.
           IF WS-NASCIMENTO(1:6) <= LK-COMPETENCIA
               PERFORM DEFINIR-IDADES-LIMITE
               IF DT-DEDUZ-IR(WS-IDX) = "S"
                       AND WS-IDADE-LIMITE-IR NOT = 99
                   MOVE WS-IDADE-LIMITE-IR TO WS-IDADE-LIMITE
                   PERFORM CALCULAR-ULTIMA-COMPETENCIA
                   IF LK-COMPETENCIA <= WS-ULTIMA-COMPET
                       ADD 1 TO LK-DEPEND-IR
                       MOVE "IR" TO WS-FINALIDADE
                       PERFORM AVISAR-LIMITE-IDADE
                   END-IF
               END-IF
               IF DT-SAL-FAMILIA(WS-IDX) = "S"
                       AND WS-IDADE-LIMITE-SF NOT = 99
                   MOVE WS-IDADE-LIMITE-SF TO WS-IDADE-LIMITE
                   PERFORM CALCULAR-ULTIMA-COMPETENCIA
                   IF LK-COMPETENCIA <= WS-ULTIMA-COMPET
                       ADD 1 TO LK-COTAS-SF
                       MOVE "SALARIO-FAMILIA" TO WS-FINALIDADE
                       PERFORM AVISAR-LIMITE-IDADE
                   END-IF
               END-IF
           END-IF.
      *
      * IDADES LIMITE PELO PARENTESCO (TABELA NO CABECALHO DO
      * REGDEPEND.CPY). ZERO = SEM LIMITE DE IDADE; 99 = NAO CONTA.
      *
       DEFINIR-IDADES-LIMITE.
           EVALUATE DT-PARENTESCO(WS-IDX)
               WHEN "C"
                   MOVE 0  TO WS-IDADE-LIMITE-IR
                   MOVE 99 TO WS-IDADE-LIMITE-SF
               WHEN "F"
                   MOVE 21 TO WS-IDADE-LIMITE-IR
                   MOVE 14 TO WS-IDADE-LIMITE-SF
               WHEN "U"
                   MOVE 24 TO WS-IDADE-LIMITE-IR
                   MOVE 14 TO WS-IDADE-LIMITE-SF
               WHEN "I"
                   MOVE 0  TO WS-IDADE-LIMITE-IR
                   MOVE 0  TO WS-IDADE-LIMITE-SF
               WHEN "P"
                   MOVE 0  TO WS-IDADE-LIMITE-IR
                   MOVE 99 TO WS-IDADE-LIMITE-SF
               WHEN "G"
                   MOVE 21 TO WS-IDADE-LIMITE-IR
                   MOVE 14 TO WS-IDADE-LIMITE-SF
               WHEN OTHER
                   MOVE 99 TO WS-IDADE-LIMITE-IR
                   MOVE 99 TO WS-IDADE-LIMITE-SF
           END-EVALUATE.
      *
      * ULTIMA COMPETENCIA EM QUE O DEPENDENTE AINDA CONTA: O MES EM
      * QUE ELE COMPLETA A IDADE LIMITE. SEM LIMITE, 999999.
      *
       CALCULAR-ULTIMA-COMPETENCIA.
           IF WS-IDADE-LIMITE = 0
               MOVE 999999 TO WS-ULTIMA-COMPET
           ELSE
               COMPUTE WS-ULTIMA-ANO = WS-NASC-ANO + WS-IDADE-LIMITE
               MOVE WS-NASC-MES TO WS-ULTIMA-MES
           END-IF.
      *
      * AVISO DO DEPENDENTE QUE DEIXA DE CONTAR NESTA COMPETENCIA OU
      * NAS DUAS SEGUINTES, PARA O RH RECOLHER A DOCUMENTACAO (POR
      * EXEMPLO, O COMPROVANTE DE MATRICULA DO UNIVERSITARIO) OU
      * ENCERRAR O DEPENDENTE A TEMPO.
      *
       AVISAR-LIMITE-IDADE.
           IF LK-AVISAR = "S" AND WS-ULTIMA-COMPET NOT = 999999
               COMPUTE WS-MESES-RESTANTES =
                   (WS-ULTIMA-ANO * 12 + WS-ULTIMA-MES)
                   - (WS-COMPET-ANO * 12 + WS-COMPET-MES)
               IF WS-MESES-RESTANTES >= 0 AND WS-MESES-RESTANTES <= 2
                   DISPLAY "AVISO: DEPENDENTE "
                       FUNCTION TRIM(DT-NOME(WS-IDX))
                       " DA MATRICULA " LK-ID-FUNC
                   DISPLAY "       DEIXA DE CONTAR PARA O "
                       FUNCTION TRIM(WS-FINALIDADE) " APOS "
                       WS-ULTIMA-MES "/" WS-ULTIMA-ANO
                   ADD 1 TO LK-QTD-AVISOS
               END-IF
           END-IF.
      *
      * SALARIO-FAMILIA DO MES: COTAS VEZES O VALOR DA COTA, SE A
      * REMUNERACAO NAO PASSAR DO LIMITE, PROPORCIONAL AOS DIAS
      * TRABALHADOS NO MES DE ADMISSAO OU DE DEMISSAO.
      *
       CALCULAR-SALARIO-FAMILIA.
           IF LK-COTAS-SF > 0 AND LK-REMUNERACAO <= WS-SF-LIMITE
               MOVE LK-DIAS-SF TO WS-DIAS-SF
               IF WS-DIAS-SF = 0 OR WS-DIAS-SF > 30
                   MOVE 30 TO WS-DIAS-SF
               END-IF
               COMPUTE LK-SAL-FAMILIA ROUNDED =
                   LK-COTAS-SF * WS-SF-COTA * WS-DIAS-SF / 30
           END-IF.
