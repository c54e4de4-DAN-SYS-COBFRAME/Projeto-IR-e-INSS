      * TRIBUTAVEIS EM FGTS-MENSAL.DAT E O LANCAMENTO DE AUDITORIA    *
      * EM HIST-CALCULOS.DAT, SEMPRE AOS PARES COMO NOS LOTES, PARA   *
      * A CONFERENCIA DO FECHAMENTO DO MES CONTINUAR BATENDO.         *
      * A PENSAO ALIMENTICIA DOS BENEFICIARIOS DE PENSIONISTAS.DAT E' *
      * CALCULADA PELA SUBROTINA COMUM CALC-PENSAO SOBRE O SALDO DE   *
      * SALARIO E, CONFORME A INCIDENCIA DE CADA UM, SOBRE O 13O      *
      * PROPORCIONAL E AS FERIAS INDENIZADAS; SEM BENEFICIARIO NO     *
      * ARQUIVO, VALE O VALOR FIXO DO CADASTRO SOBRE O SALDO.         *
      * OS DEPENDENTES DO IR E O SALARIO-FAMILIA DO MES DA DEMISSAO,  *
      * PROPORCIONAL AOS DIAS DO SALDO DE SALARIO, SAEM DA SUBROTINA  *
      * COMUM CALC-DEPENDENTES SOBRE DEPENDENTES.DAT; O SALARIO-      *
      * FAMILIA ENTRA NO LIQUIDO E NO HISTORICO, PARA A COMPENSACAO   *
      * NA GPS DO MES.                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-CALCULOS.

           SELECT ARQ-PENSIONISTAS ASSIGN USING WS-ARQ-PENSIONISTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSIONISTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       FD  ARQ-HIST-CALCULOS.
           COPY REGHIST.CPY.

       FD  ARQ-PENSIONISTAS.
           COPY REGPENS.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-FGTS-MENSAL      PIC X(2).
       01 WS-FUNC-DEPENDENTES    PIC 9(2)    VALUE 0.
       01 WS-FUNC-PENSAO         PIC 9(6)V99 VALUE 0.
      *
      * DEPENDENTES DO IR E SALARIO-FAMILIA NO MES DA DEMISSAO
      * (SUBROTINA COMUM CALC-DEPENDENTES). A REMUNERACAO COMPARADA
      * COM O LIMITE DO SALARIO-FAMILIA E' O SALDO DE SALARIO, E AS
      * COTAS SAO PAGAS PELOS DIAS DO SALDO.
      *
       01 WS-COMPET-DEMISSAO     PIC 9(6)    VALUE 0.
       01 WS-DEPEND-IR           PIC 9(2)    VALUE 0.
       01 WS-AVISAR-DEPEND       PIC X(1)    VALUE "N".
       01 WS-COTAS-SF            PIC 9(2)    VALUE 0.
       01 WS-SAL-FAMILIA         PIC 9(6)V99 VALUE 0.
       01 WS-QTD-AVISOS-DEP      PIC 9(2)    VALUE 0.
      *
      * VERBAS RESCISORIAS E DESCONTOS APURADOS
      *
       01 WS-AVOS                PIC 9(2)    VALUE 0.
       01 WS-IR-TOTAL            PIC 9(6)V99 VALUE 0.
       01 WS-TOTAL-BRUTO         PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-LIQUIDO       PIC 9(8)V99 VALUE 0.
      *
      * BENEFICIARIOS DE PENSAO ALIMENTICIA NAO ENCERRADOS DO
      * FUNCIONARIO, CARREGADOS DE PENSIONISTAS.DAT (ATE 3, O LIMITE
      * DO MANTER-PENSIONISTAS), COM A PENSAO DE CADA UM SOMADA NAS
      * TRES VERBAS. A PENSAO DE CADA VERBA E' CALCULADA SOBRE O BRUTO
      * E O LIQUIDO SEM PENSAO DA VERBA, LIMITADA A ESSE LIQUIDO;
      * WS-PENS-VERBA DIZ QUAL VERBA ESTA SENDO CALCULADA ("S" SALDO
      * DE SALARIO, "D" 13O PROPORCIONAL, "F" FERIAS INDENIZADAS).
      *
       01 WS-FS-PENSIONISTAS     PIC X(2).
       01 WS-FIM-PENSIONISTAS    PIC X(1) VALUE "N".
           88 FIM-PENSIONISTAS        VALUE "S".
       01 WS-QTD-PENS-FUNC       PIC 9(1)    VALUE 0.
       01 WS-IND-PENS            PIC 9(1)    VALUE 0.
       01 WS-TAB-PENS-FUNC.
           05 WS-PENS-FUNC OCCURS 3 TIMES.
               10 RP-SEQ               PIC 9(2).
               10 RP-NOME              PIC X(30).
               10 RP-TIPO-CALC         PIC X(1).
               10 RP-VALOR-FIXO        PIC 9(6)V99.
               10 RP-PERCENTUAL        PIC 9(3)V99.
               10 RP-INCIDE-13         PIC X(1).
               10 RP-INCIDE-FERIAS     PIC X(1).
               10 RP-VALOR             PIC 9(6)V99.
       01 WS-PENS-VERBA          PIC X(1)    VALUE SPACE.
       01 WS-PENS-BRUTO          PIC 9(6)V99 VALUE 0.
       01 WS-PENS-LIQUIDO        PIC 9(6)V99 VALUE 0.
       01 WS-PENS-LIMITE         PIC 9(6)V99 VALUE 0.
       01 WS-PENS-ACUMULADA      PIC 9(6)V99 VALUE 0.
       01 WS-PENSAO-UM           PIC 9(6)V99 VALUE 0.
       01 WS-PENSAO-SALDO        PIC 9(6)V99 VALUE 0.
       01 WS-PENSAO-DECIMO       PIC 9(6)V99 VALUE 0.
       01 WS-PENSAO-FERIAS       PIC 9(6)V99 VALUE 0.
       01 WS-PENSAO-TOTAL        PIC 9(6)V99 VALUE 0.
       01 WS-FERIAS-INDENIZ      PIC 9(6)V99 VALUE 0.

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
       01 WS-ARQ-FGTS-MENSAL     PIC X(30).
       01 WS-ARQ-RESCISOES       PIC X(30).
       01 WS-ARQ-HIST-CALC       PIC X(30).
       01 WS-ARQ-PENSIONISTAS    PIC X(30).
       01 WS-ARQ-DEPENDENTES     PIC X(30).
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
               "HIST-CALCULOS-E".
           05 NOME-HIST-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-PENS-EMP.
           05 FILLER             PIC X(14) VALUE
               "PENSIONISTAS-E".
           05 NOME-PENS-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-DEPEND-EMP.
           05 FILLER             PIC X(13) VALUE
               "DEPENDENTES-E".
           05 NOME-DEPEND-EMP     PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
               STOP RUN
           END-IF.
           PERFORM SOMAR-FGTS-ACUMULADO.
           PERFORM CARREGAR-PENSIONISTAS.
           PERFORM CALCULAR-VERBAS.
           PERFORM CALCULAR-DESCONTOS.
           PERFORM CALCULAR-TOTAIS.
                   END-IF
           END-READ.
      *
      * CARGA DOS BENEFICIARIOS DE PENSAO DO FUNCIONARIO. ARQUIVO
      * AUSENTE SIGNIFICA QUE NAO HA BENEFICIARIOS, E VALE A PENSAO
      * FIXA DO CADASTRO.
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
      * LEITURA DE UM BENEFICIARIO; SO' ENTRAM AS PENSOES NAO
      * ENCERRADAS DO FUNCIONARIO. UM EXCEDENTE DE 3 GRAVADO POR FORA
      * DO MANTER-PENSIONISTAS E' IGNORADO COM AVISO.
      *
       LER-PENSIONISTA.
           READ ARQ-PENSIONISTAS
               AT END
                   MOVE "S" TO WS-FIM-PENSIONISTAS
               NOT AT END
                   IF PENS-ID-FUNC = WS-ID-BUSCA
                           AND NOT PENS-ENCERRADA
                       IF WS-QTD-PENS-FUNC >= 3
                           DISPLAY "AVISO: MAIS DE 3 PENSOES ATIVAS - "
                               "SEQUENCIA " PENS-SEQ " IGNORADA."
                       ELSE
                           ADD 1 TO WS-QTD-PENS-FUNC
                           MOVE PENS-SEQ
                               TO RP-SEQ(WS-QTD-PENS-FUNC)
                           MOVE PENS-NOME
                               TO RP-NOME(WS-QTD-PENS-FUNC)
                           MOVE PENS-TIPO-CALC
                               TO RP-TIPO-CALC(WS-QTD-PENS-FUNC)
                           MOVE PENS-VALOR-FIXO
                               TO RP-VALOR-FIXO(WS-QTD-PENS-FUNC)
                           MOVE PENS-PERCENTUAL
                               TO RP-PERCENTUAL(WS-QTD-PENS-FUNC)
                           MOVE PENS-INCIDE-13
                               TO RP-INCIDE-13(WS-QTD-PENS-FUNC)
                           MOVE PENS-INCIDE-FERIAS
                               TO RP-INCIDE-FERIAS(WS-QTD-PENS-FUNC)
                           MOVE 0 TO RP-VALOR(WS-QTD-PENS-FUNC)
                       END-IF
                   END-IF
           END-READ.
      *
      * CALCULO DAS VERBAS RESCISORIAS. O SALDO DE SALARIO E' PAGO
      * PELOS DIAS TRABALHADOS NO MES DA DEMISSAO, A BASE DE 1/30 DO
      * SALARIO POR DIA, LIMITADO A 30 DIAS PARA QUE UMA DEMISSAO NO
      * CALCULO DOS DESCONTOS SOBRE AS PARCELAS TRIBUTAVEIS, NA
      * SUBROTINA COMUM CALC-ENCARGOS: UMA CHAMADA PARA O SALDO DE
      * SALARIO (COM DEPENDENTES E PENSAO, COMO NA FOLHA MENSAL) E
      * OUTRA PARA O 13O PROPORCIONAL (COM A PENSAO DOS BENEFICIARIOS
      * COM INCIDENCIA NO 13O, COMO NA 2A PARCELA DO LOTE). COM
      * BENEFICIARIOS EM PENSIONISTAS.DAT, CADA VERBA E' CALCULADA
      * UMA PRIMEIRA VEZ SEM PENSAO, PARA CHEGAR AO LIQUIDO QUE E' A
      * BASE DAS PENSOES EM PERCENTUAL DO LIQUIDO, E AS PENSOES SAO
      * DEDUZIDAS DA BASE DO IR NA CHAMADA FINAL; A PENSAO SOBRE AS
      * FERIAS INDENIZADAS, ISENTAS, SO' ABATE O LIQUIDO. O FGTS
      * DEVOLVIDO PELA SUBROTINA E' O DEPOSITO DEVIDO PELA EMPRESA
      * SOBRE AS PARCELAS TRIBUTAVEIS DA RESCISAO, LANCADO EM
      * FGTS-MENSAL.DAT COMO NOS LOTES (NAO E' DESCONTADO DO
      * FUNCIONARIO). OS DEPENDENTES DO IR SAO OS QUE AINDA CONTAM NO
      * MES DA DEMISSAO, APURADOS EM CALC-DEPENDENTES JUNTO COM O
      * SALARIO-FAMILIA PROPORCIONAL AOS DIAS DO SALDO.
      *
       CALCULAR-DESCONTOS.
           MOVE WS-DATA-DEMISSAO(1:6) TO WS-COMPET-DEMISSAO.
           CALL "CALC-DEPENDENTES" USING WS-ARQ-DEPENDENTES WS-ID-BUSCA
               WS-COMPET-DEMISSAO WS-FUNC-DEPENDENTES WS-SALDO-SALARIO
               WS-DIAS-SALDO WS-AVISAR-DEPEND WS-DEPEND-IR WS-COTAS-SF
               WS-SAL-FAMILIA WS-QTD-AVISOS-DEP.
           MOVE 0 TO WS-PENSAO-SALDO.
           MOVE 0 TO WS-PENSAO-DECIMO.
           MOVE 0 TO WS-PENSAO-FERIAS.
           IF WS-QTD-PENS-FUNC = 0
               MOVE WS-FUNC-PENSAO TO WS-PENSAO-SALDO
           ELSE
               CALL "CALC-ENCARGOS" USING WS-SALDO-SALARIO
                   WS-DEPEND-IR WS-PENSAO-ZERO
                   WS-INSS-SALDO WS-IR-SALDO WS-FGTS-SALDO
                   WS-PENS-LIQUIDO
               MOVE "S" TO WS-PENS-VERBA
               MOVE WS-SALDO-SALARIO TO WS-PENS-BRUTO
               PERFORM CALCULAR-PENSOES-VERBA
               MOVE WS-PENS-ACUMULADA TO WS-PENSAO-SALDO
               CALL "CALC-ENCARGOS" USING WS-DECIMO-PROP
                   WS-DEPEND-IR WS-PENSAO-ZERO
                   WS-INSS-DECIMO WS-IR-DECIMO WS-FGTS-DECIMO
                   WS-PENS-LIQUIDO
               MOVE "D" TO WS-PENS-VERBA
               MOVE WS-DECIMO-PROP TO WS-PENS-BRUTO
               PERFORM CALCULAR-PENSOES-VERBA
               MOVE WS-PENS-ACUMULADA TO WS-PENSAO-DECIMO
               COMPUTE WS-FERIAS-INDENIZ =
                   WS-FERIAS-PROP + WS-TERCO-FERIAS
               MOVE "F" TO WS-PENS-VERBA
               MOVE WS-FERIAS-INDENIZ TO WS-PENS-BRUTO
               MOVE WS-FERIAS-INDENIZ TO WS-PENS-LIQUIDO
               PERFORM CALCULAR-PENSOES-VERBA
               MOVE WS-PENS-ACUMULADA TO WS-PENSAO-FERIAS
           END-IF.
           COMPUTE WS-PENSAO-TOTAL =
               WS-PENSAO-SALDO + WS-PENSAO-DECIMO + WS-PENSAO-FERIAS.
           CALL "CALC-ENCARGOS" USING WS-SALDO-SALARIO
               WS-DEPEND-IR WS-PENSAO-SALDO
               WS-INSS-SALDO WS-IR-SALDO WS-FGTS-SALDO
               WS-LIQUIDO-SALDO.
           CALL "CALC-ENCARGOS" USING WS-DECIMO-PROP
               WS-DEPEND-IR WS-PENSAO-DECIMO
               WS-INSS-DECIMO WS-IR-DECIMO WS-FGTS-DECIMO
               WS-LIQUIDO-DECIMO.
           COMPUTE WS-INSS-TOTAL = WS-INSS-SALDO + WS-INSS-DECIMO.
           COMPUTE WS-FGTS-RESCISAO =
               WS-FGTS-SALDO + WS-FGTS-DECIMO.
      *
      * PENSOES DOS BENEFICIARIOS NA VERBA INDICADA EM WS-PENS-VERBA,
      * ACUMULADAS EM WS-PENS-ACUMULADA PELA SUBROTINA COMUM
      * CALC-PENSAO E LIMITADAS AO LIQUIDO SEM PENSAO DA VERBA. O
      * SALDO DE SALARIO ENTRA PARA TODOS; O 13O E AS FERIAS, SO' PARA
      * QUEM TEM A INCIDENCIA.
      *
       CALCULAR-PENSOES-VERBA.
           MOVE 0 TO WS-PENS-ACUMULADA.
           MOVE WS-PENS-LIQUIDO TO WS-PENS-LIMITE.
           PERFORM VARYING WS-IND-PENS FROM 1 BY 1
                   UNTIL WS-IND-PENS > WS-QTD-PENS-FUNC
               IF WS-PENS-VERBA = "S"
                       OR (WS-PENS-VERBA = "D"
                           AND RP-INCIDE-13(WS-IND-PENS) = "S")
                       OR (WS-PENS-VERBA = "F"
                           AND RP-INCIDE-FERIAS(WS-IND-PENS) = "S")
                   CALL "CALC-PENSAO" USING RP-TIPO-CALC(WS-IND-PENS)
                       RP-VALOR-FIXO(WS-IND-PENS)
                       RP-PERCENTUAL(WS-IND-PENS)
                       WS-PENS-BRUTO WS-PENS-LIQUIDO WS-PENS-LIMITE
                       WS-PENSAO-UM WS-PENS-ACUMULADA
                   ADD WS-PENSAO-UM TO RP-VALOR(WS-IND-PENS)
               END-IF
           END-PERFORM.
      *
      * TOTALIZACAO DO DEMONSTRATIVO: O BRUTO SOMA TODAS AS VERBAS; O
      * LIQUIDO SOMA O LIQUIDO DO SALDO DE SALARIO E O DO 13O
      * PROPORCIONAL (JA DESCONTADOS INSS, IR E PENSAO) E AS VERBAS
      * SEM DESCONTO DE INSS E IR (FERIAS COM O TERCO, MENOS A PENSAO
      * QUE INCIDE SOBRE ELAS, E MULTA DO FGTS), MAIS O SALARIO-
      * FAMILIA, QUE NAO E' TRIBUTAVEL E NAO ENTRA NO BRUTO.
      *
       CALCULAR-TOTAIS.
           COMPUTE WS-TOTAL-BRUTO =
                   + WS-DECIMO-PROP + WS-MULTA-FGTS.
           COMPUTE WS-TOTAL-LIQUIDO =
               WS-LIQUIDO-SALDO + WS-LIQUIDO-DECIMO + WS-FERIAS-PROP
                   + WS-TERCO-FERIAS - WS-PENSAO-FERIAS
                   + WS-MULTA-FGTS + WS-SAL-FAMILIA.
      *
      * EXIBICAO DO DEMONSTRATIVO DE RESCISAO NO TERMINAL
      *
               WS-DECIMO-PROP.
           DISPLAY "MULTA DE 40% DO FGTS (SOBRE R$"
               WS-FGTS-ACUMULADO "): R$" WS-MULTA-FGTS.
           IF WS-SAL-FAMILIA > 0
               DISPLAY "SALARIO-FAMILIA (" WS-COTAS-SF " COTAS): R$"
                   WS-SAL-FAMILIA
           END-IF.
           DISPLAY "DESCONTO INSS: R$" WS-INSS-TOTAL.
           DISPLAY "DESCONTO IR: R$" WS-IR-TOTAL.
           DISPLAY "PENSAO ALIMENTICIA: R$" WS-PENSAO-TOTAL.
           PERFORM VARYING WS-IND-PENS FROM 1 BY 1
                   UNTIL WS-IND-PENS > WS-QTD-PENS-FUNC
               DISPLAY "  BENEFICIARIO " RP-SEQ(WS-IND-PENS) " ("
                   RP-NOME(WS-IND-PENS) "): R$"
                   RP-VALOR(WS-IND-PENS)
           END-PERFORM.
           DISPLAY "FGTS SOBRE AS VERBAS (DEPOSITO EMPRESA): R$"
               WS-FGTS-RESCISAO.
           DISPLAY "TOTAL BRUTO: R$" WS-TOTAL-BRUTO.
           MOVE WS-MULTA-FGTS      TO RESC-MULTA-FGTS.
           MOVE WS-INSS-TOTAL      TO RESC-INSS.
           MOVE WS-IR-TOTAL        TO RESC-IR.
           MOVE WS-PENSAO-TOTAL    TO RESC-PENSAO.
           MOVE WS-TOTAL-BRUTO     TO RESC-TOTAL-BRUTO.
           MOVE WS-TOTAL-LIQUIDO   TO RESC-TOTAL-LIQUIDO.
           WRITE REG-RESCISAO.
           MOVE WS-DATA-HOJE       TO HIST-DATA-PROC.
           MOVE 4                  TO HIST-TIPO.
           MOVE SPACE              TO HIST-FECHADO.
           MOVE 0                  TO HIST-SAL-MATERNIDADE.
           MOVE WS-SAL-FAMILIA     TO HIST-SAL-FAMILIA.
           MOVE WS-OPERADOR        TO HIST-OPERADOR.
           MOVE WS-FUNC-NOME       TO HIST-NOME.
           COMPUTE HIST-SALARIO-BRUTO =
           MOVE WS-INSS-TOTAL      TO HIST-INSS.
           MOVE WS-IR-TOTAL        TO HIST-IR.
           COMPUTE HIST-SALARIO-LIQUIDO =
               WS-LIQUIDO-SALDO + WS-LIQUIDO-DECIMO + WS-SAL-FAMILIA.
           WRITE REG-HIST-CALCULO.
           IF WS-FS-HIST-CALCULOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR HIST-CALCULOS.DAT: "
           MOVE WS-NOME-RESC-EMP TO WS-ARQ-RESCISOES.
           MOVE WS-EMPRESA-CODIGO TO NOME-HIST-EMP.
           MOVE WS-NOME-HIST-EMP TO WS-ARQ-HIST-CALC.
           MOVE WS-EMPRESA-CODIGO TO NOME-PENS-EMP.
           MOVE WS-NOME-PENS-EMP TO WS-ARQ-PENSIONISTAS.
           MOVE WS-EMPRESA-CODIGO TO NOME-DEPEND-EMP.
           MOVE WS-NOME-DEPEND-EMP TO WS-ARQ-DEPENDENTES.
