      * CALCULADA ("C"). E' ESSA MARCA QUE FAZ O CALC-SALARIO-LOTE    *
      * REDUZIR PROPORCIONALMENTE O SALARIO DO MES DE QUEM ESTA DE    *
      * FERIAS NA COMPETENCIA, EM VEZ DE PAGAR O MES CHEIO EM         *
      * DUPLICIDADE. OS BENEFICIARIOS DE PENSAO ALIMENTICIA DE        *
      * PENSIONISTAS.DAT COM INCIDENCIA NAS FERIAS TEM A PENSAO       *
      * CALCULADA PELA SUBROTINA COMUM CALC-PENSAO SOBRE AS FERIAS,   *
      * DEDUZIDA DA BASE DO IR E DESCONTADA DO LIQUIDO. OS            *
      * DEPENDENTES DO IR SAO OS DE DEPENDENTES.DAT QUE CONTAM NA     *
      * COMPETENCIA (SUBROTINA COMUM CALC-DEPENDENTES); O SALARIO-    *
      * FAMILIA E' PAGO SO' NA FOLHA MENSAL, NAO NAS FERIAS.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT ARQ-PENSIONISTAS ASSIGN USING WS-ARQ-PENSIONISTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSIONISTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROGRAMACAO.
       FD  ARQ-HIST-CALCULOS.
           COPY REGHIST.CPY.

       FD  ARQ-PENSIONISTAS.
           COPY REGPENS.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROGRAMACAO      PIC X(2).
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-LIQUIDO-BASE        PIC 9(6)V99 VALUE 0.
       01 WS-LIQUIDO-TOTAL       PIC 9(7)V99 VALUE 0.
      *
      * BENEFICIARIOS DE PENSAO ALIMENTICIA NAO ENCERRADOS COM
      * INCIDENCIA NAS FERIAS, CARREGADOS DE PENSIONISTAS.DAT (ARQUIVO
      * AUSENTE SIGNIFICA FERIAS SEM PENSAO, COMO ANTES), E AS PENSOES
      * DA PROGRAMACAO CORRENTE, PARA O DEMONSTRATIVO. O LIQUIDO SEM
      * PENSAO E' A BASE DAS PENSOES EM PERCENTUAL DO LIQUIDO E O
      * LIMITE DA SOMA DELAS.
      *
       01 WS-FS-PENSIONISTAS     PIC X(2).
       01 WS-FIM-PENSIONISTAS    PIC X(1)    VALUE "N".
           88 FIM-PENSIONISTAS        VALUE "S".
       01 WS-QTD-PENSIONISTAS    PIC 9(4)    VALUE 0.
       01 WS-IND-PEN             PIC 9(4)    VALUE 0.
       01 WS-TAB-PENSIONISTAS.
           05 WS-PENSIONISTA OCCURS 2000 TIMES.
               10 PE-ID-FUNC           PIC 9(6).
               10 PE-SEQ               PIC 9(2).
               10 PE-NOME              PIC X(30).
               10 PE-TIPO-CALC         PIC X(1).
               10 PE-VALOR-FIXO        PIC 9(6)V99.
               10 PE-PERCENTUAL        PIC 9(3)V99.
       01 WS-QTD-PENS-FUNC       PIC 9(1)    VALUE 0.
       01 WS-IND-PENS-FUNC       PIC 9(1)    VALUE 0.
       01 WS-TAB-PENS-FUNC.
           05 WS-PENS-FUNC OCCURS 3 TIMES.
               10 WS-PENS-FUNC-NOME   PIC X(30).
               10 WS-PENS-FUNC-VALOR  PIC 9(6)V99.
       01 WS-PENSAO-TOTAL        PIC 9(6)V99 VALUE 0.
       01 WS-PENSAO-UM           PIC 9(6)V99 VALUE 0.
       01 WS-LIQUIDO-SEM-PENSAO  PIC 9(6)V99 VALUE 0.
       01 WS-LIMITE-PENSAO       PIC 9(6)V99 VALUE 0.
      *
      * PROGRAMACAO INTEIRA EM MEMORIA, PARA MARCAR AS CALCULADAS E
      * REGRAVAR O ARQUIVO NO FIM, NO ESTILO DO MANTER-FERIAS
      *
       01 WS-FUNC-SALARIO        PIC 9(6)V99 VALUE 0.
       01 WS-FUNC-DEPENDENTES    PIC 9(2)    VALUE 0.
       01 WS-FUNC-ATIVO          PIC X(1)    VALUE "N".
      *
      * PARAMETROS DA SUBROTINA COMUM CALC-DEPENDENTES: SO' A
      * CONTAGEM DOS DEPENDENTES DO IR INTERESSA AS FERIAS
      *
       01 WS-DEPEND-IR           PIC 9(2)    VALUE 0.
       01 WS-DIAS-SF             PIC 9(2)    VALUE 30.
       01 WS-AVISAR-DEPEND       PIC X(1)    VALUE "N".
       01 WS-COTAS-SF            PIC 9(2)    VALUE 0.
       01 WS-SAL-FAMILIA         PIC 9(6)V99 VALUE 0.
       01 WS-QTD-AVISOS-DEP      PIC 9(2)    VALUE 0.

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
               "CHECKPOINT-LOTE-E".
           05 NOME-CKPT-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-ARQ-PENSIONISTAS    PIC X(30).
       01 WS-NOME-PENS-EMP.
           05 FILLER             PIC X(14) VALUE
               "PENSIONISTAS-E".
           05 NOME-PENS-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-ARQ-DEPENDENTES     PIC X(30).
       01 WS-NOME-DEPEND-EMP.
           05 FILLER             PIC X(13) VALUE
               "DEPENDENTES-E".
           05 NOME-DEPEND-EMP     PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DATA-COMPETENCIA = WS-COMPETENCIA * 100 + 1.
           PERFORM CARREGAR-PROGRAMACAO.
           PERFORM CARREGAR-PENSIONISTAS.
           PERFORM ABRIR-CADASTRO.
           PERFORM ABRIR-ARQUIVOS-SAIDA.
           PERFORM VARYING WS-IND-PRG FROM 1 BY 1
           CLOSE ARQ-PROGRAMACAO.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * CARGA DOS BENEFICIARIOS DE PENSAO COM INCIDENCIA NAS FERIAS.
      * ARQUIVO AUSENTE SIGNIFICA FERIAS SEM PENSAO.
      *
       CARREGAR-PENSIONISTAS.
           OPEN INPUT ARQ-PENSIONISTAS.
           IF WS-FS-PENSIONISTAS = "00"
               PERFORM UNTIL FIM-PENSIONISTAS
                   PERFORM LER-PENSIONISTA
               END-PERFORM
               CLOSE ARQ-PENSIONISTAS
           END-IF.
      *
      * LEITURA DE UM BENEFICIARIO; SO' ENTRAM NA TABELA AS PENSOES
      * NAO ENCERRADAS QUE INCIDEM SOBRE AS FERIAS.
      *
       LER-PENSIONISTA.
           READ ARQ-PENSIONISTAS
               AT END
                   MOVE "S" TO WS-FIM-PENSIONISTAS
               NOT AT END
                   IF NOT PENS-ENCERRADA
                           AND PENS-INCIDE-FERIAS = "S"
                       IF WS-QTD-PENSIONISTAS >= 2000
                           DISPLAY "ERRO: MAIS DE 2000 PENSOES ATIVAS "
                               "EM PENSIONISTAS.DAT."
                           DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                               "CALC-FERIAS.CBL E RECOMPILE."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-PENSIONISTAS
                       MOVE PENS-ID-FUNC
                           TO PE-ID-FUNC(WS-QTD-PENSIONISTAS)
                       MOVE PENS-SEQ
                           TO PE-SEQ(WS-QTD-PENSIONISTAS)
                       MOVE PENS-NOME
                           TO PE-NOME(WS-QTD-PENSIONISTAS)
                       MOVE PENS-TIPO-CALC
                           TO PE-TIPO-CALC(WS-QTD-PENSIONISTAS)
                       MOVE PENS-VALOR-FIXO
                           TO PE-VALOR-FIXO(WS-QTD-PENSIONISTAS)
                       MOVE PENS-PERCENTUAL
                           TO PE-PERCENTUAL(WS-QTD-PENSIONISTAS)
                   END-IF
           END-READ.
      *
      * LEITURA DE UMA PROGRAMACAO PARA A TABELA
      *
       LER-PROGRAMACAO.
      * CALCULO DAS VERBAS: DIAS DE GOZO E DE ABONO A BASE DE 1/30 DO
      * SALARIO POR DIA, CADA UM COM O SEU TERCO CONSTITUCIONAL. O
      * INSS, O IR E O FGTS INCIDEM SOBRE O GOZO MAIS O TERCO, NA
      * SUBROTINA COMUM; O ABONO E O TERCO DO ABONO SAO ISENTOS E
      * ENTRAM DIRETO NO LIQUIDO. A PENSAO DOS BENEFICIARIOS COM
      * INCIDENCIA NAS FERIAS E' CALCULADA SOBRE O GOZO MAIS O TERCO,
      * COM OS ENCARGOS APURADOS UMA PRIMEIRA VEZ SEM PENSAO PARA
      * CHEGAR AO LIQUIDO, E DEDUZIDA DA BASE DO IR NO CALCULO FINAL.
      * OS DEPENDENTES DO IR VEM DA SUBROTINA COMUM CALC-DEPENDENTES
      * (O CONTADOR DO CADASTRO SO' PARA QUEM NAO TEM NENHUM
      * DEPENDENTE EM DEPENDENTES.DAT).
      *
       CALCULAR-VERBAS-FERIAS.
           CALL "CALC-DEPENDENTES" USING WS-ARQ-DEPENDENTES
               PRG-ID(WS-IND-PRG) WS-COMPETENCIA WS-FUNC-DEPENDENTES
               WS-FUNC-SALARIO WS-DIAS-SF WS-AVISAR-DEPEND
               WS-DEPEND-IR WS-COTAS-SF WS-SAL-FAMILIA
               WS-QTD-AVISOS-DEP.
           COMPUTE WS-VALOR-FERIAS ROUNDED =
               WS-FUNC-SALARIO / 30
                   * PRG-DIAS-GOZO(WS-IND-PRG).
           COMPUTE WS-TERCO-ABONO ROUNDED = WS-VALOR-ABONO / 3.
           COMPUTE WS-BASE-FERIAS =
               WS-VALOR-FERIAS + WS-TERCO-FERIAS.
           MOVE 0 TO WS-QTD-PENS-FUNC.
           MOVE 0 TO WS-PENSAO-TOTAL.
           CALL "CALC-ENCARGOS" USING WS-BASE-FERIAS
               WS-DEPEND-IR WS-PENSAO-ZERO
               WS-INSS WS-IR WS-FGTS WS-LIQUIDO-SEM-PENSAO.
           MOVE WS-LIQUIDO-SEM-PENSAO TO WS-LIMITE-PENSAO.
           PERFORM VARYING WS-IND-PEN FROM 1 BY 1
                   UNTIL WS-IND-PEN > WS-QTD-PENSIONISTAS
               IF PE-ID-FUNC(WS-IND-PEN) = PRG-ID(WS-IND-PRG)
                   PERFORM CALCULAR-UMA-PENSAO
               END-IF
           END-PERFORM.
           CALL "CALC-ENCARGOS" USING WS-BASE-FERIAS
               WS-DEPEND-IR WS-PENSAO-TOTAL
               WS-INSS WS-IR WS-FGTS WS-LIQUIDO-BASE.
           COMPUTE WS-LIQUIDO-TOTAL =
               WS-LIQUIDO-BASE + WS-VALOR-ABONO + WS-TERCO-ABONO.
      *
      * PENSAO DE UM BENEFICIARIO, NA SUBROTINA COMUM CALC-PENSAO,
      * LIMITADA COM AS DEMAIS AO LIQUIDO DO GOZO MAIS O TERCO. O
      * DEMONSTRATIVO MOSTRA ATE 3 BENEFICIARIOS (O LIMITE DO
      * MANTER-PENSIONISTAS); UM EXCEDENTE E' IGNORADO COM AVISO.
      *
       CALCULAR-UMA-PENSAO.
           IF WS-QTD-PENS-FUNC >= 3
               DISPLAY "AVISO: MATRICULA " PRG-ID(WS-IND-PRG)
                   " COM MAIS DE 3 PENSOES ATIVAS - SEQUENCIA "
                   PE-SEQ(WS-IND-PEN) " IGNORADA."
           ELSE
               CALL "CALC-PENSAO" USING PE-TIPO-CALC(WS-IND-PEN)
                   PE-VALOR-FIXO(WS-IND-PEN) PE-PERCENTUAL(WS-IND-PEN)
                   WS-BASE-FERIAS WS-LIQUIDO-SEM-PENSAO
                   WS-LIMITE-PENSAO WS-PENSAO-UM WS-PENSAO-TOTAL
               ADD 1 TO WS-QTD-PENS-FUNC
               MOVE PE-NOME(WS-IND-PEN)
                   TO WS-PENS-FUNC-NOME(WS-QTD-PENS-FUNC)
               MOVE WS-PENSAO-UM
                   TO WS-PENS-FUNC-VALOR(WS-QTD-PENS-FUNC)
           END-IF.
      *
      * GRAVACAO DO DEPOSITO DE FGTS DAS FERIAS, COM A DATA DA
      * COMPETENCIA, FORMANDO O PAR COM O LANCAMENTO DO HISTORICO
      * COMO NOS LOTES - E' ESSE PAR QUE A CONFERENCIA DO FECHA-MES
           MOVE WS-DATA-HOJE          TO HIST-DATA-PROC.
           MOVE 5                     TO HIST-TIPO.
           MOVE SPACE                 TO HIST-FECHADO.
           MOVE 0                     TO HIST-SAL-MATERNIDADE.
           MOVE 0                     TO HIST-SAL-FAMILIA.
           MOVE WS-OPERADOR           TO HIST-OPERADOR.
           MOVE WS-FUNC-NOME          TO HIST-NOME.
           MOVE WS-BASE-FERIAS        TO HIST-SALARIO-BRUTO.
           END-IF.
           DISPLAY "DESCONTO INSS: R$" WS-INSS.
           DISPLAY "DESCONTO IR: R$" WS-IR.
           PERFORM VARYING WS-IND-PENS-FUNC FROM 1 BY 1
                   UNTIL WS-IND-PENS-FUNC > WS-QTD-PENS-FUNC
               DISPLAY "PENSAO ALIMENTICIA ("
                   WS-PENS-FUNC-NOME(WS-IND-PENS-FUNC) "): R$"
                   WS-PENS-FUNC-VALOR(WS-IND-PENS-FUNC)
           END-PERFORM.
           DISPLAY "FGTS SOBRE AS FERIAS (DEPOSITO EMPRESA): R$"
               WS-FGTS.
           DISPLAY "LIQUIDO A RECEBER: R$" WS-LIQUIDO-TOTAL.
           MOVE WS-NOME-HIST-EMP TO WS-ARQ-HIST-CALC.
           MOVE WS-EMPRESA-CODIGO TO NOME-CKPT-EMP.
           MOVE WS-NOME-CKPT-EMP TO WS-ARQ-CHECKPOINT.
           MOVE WS-EMPRESA-CODIGO TO NOME-PENS-EMP.
           MOVE WS-NOME-PENS-EMP TO WS-ARQ-PENSIONISTAS.
           MOVE WS-EMPRESA-CODIGO TO NOME-DEPEND-EMP.
           MOVE WS-NOME-DEPEND-EMP TO WS-ARQ-DEPENDENTES.
