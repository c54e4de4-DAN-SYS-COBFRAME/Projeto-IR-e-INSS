      * DO MESMO MES, COM A MESMA MATRICULA E OS MESMOS VALORES.      *
      * LANCAMENTOS ORFAOS E DUPLICADOS SAO APONTADOS NOS DOIS        *
      * SENTIDOS, O INSS E O IR DE CADA FUNCIONARIO SAO RECALCULADOS  *
      * PELA SUBROTINA CALC-ENCARGOS COMO CONFERENCIA INDEPENDENTE    *
      * (COM OS DEPENDENTES DO IR APURADOS PELA SUBROTINA             *
      * CALC-DEPENDENTES NA COMPETENCIA), E O RELATORIO DE            *
      * DIVERGENCIAS COM OS TOTAIS SAI EM CONFERENCIA-FOLHA.TXT.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-FGTS-CALC           PIC 9(6)V99 VALUE 0.
       01 WS-LIQUIDO-CALC        PIC 9(6)V99 VALUE 0.
      *
      * PARAMETROS DA SUBROTINA COMUM CALC-DEPENDENTES: SO' A
      * CONTAGEM DOS DEPENDENTES DO IR INTERESSA AO RECALCULO, SEM
      * OS AVISOS DE LIMITE DE IDADE, QUE SAEM NO LOTE
      *
       01 WS-DEPEND-CADASTRO     PIC 9(2)    VALUE 0.
       01 WS-REMUNERACAO-SF      PIC 9(6)V99 VALUE 0.
       01 WS-DIAS-SF             PIC 9(2)    VALUE 30.
       01 WS-AVISAR-DEPEND       PIC X(1)    VALUE "N".
       01 WS-COTAS-SF            PIC 9(2)    VALUE 0.
       01 WS-SAL-FAMILIA-CALC    PIC 9(6)V99 VALUE 0.
       01 WS-QTD-AVISOS-DEP      PIC 9(2)    VALUE 0.
      *
      * TOTALIZADORES DO RELATORIO
      *
       01 WS-TOTAL-FOLHA         PIC 9(6)    VALUE 0.
       01 WS-ARQ-FGTS-MENSAL     PIC X(30).
       01 WS-ARQ-HIST-CALC       PIC X(30).
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-ARQ-DEPENDENTES     PIC X(30).
       01 WS-NOME-FOLHA-EMP.
           05 FILLER             PIC X(17) VALUE
               "FOLHA-PAGAMENTO-E".
               "FUNCIONARIOS-E".
           05 NOME-FUNC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".IDX".
       01 WS-NOME-DEPEND-EMP.
           05 FILLER             PIC X(13) VALUE
               "DEPENDENTES-E".
           05 NOME-DEPEND-EMP     PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SELECIONA-EMPRESA" USING WS-EMPRESA-CODIGO
      *
      * RECALCULO INDEPENDENTE DO INSS E DO IR DE CADA REGISTRO DA
      * FOLHA PELA SUBROTINA CALC-ENCARGOS, COM OS DEPENDENTES DO
      * IR NA COMPETENCIA E A PENSAO GRAVADA NA PROPRIA FOLHA.
      * DIFERENCAS APONTAM CALCULO FEITO COM TABELA DE TAXAS
      * DIFERENTE DA ATUAL OU REGISTRO ALTERADO DEPOIS DO LOTE.
      *
       RECALCULAR-ENCARGOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
      *
      * PROCURA OS DEPENDENTES DA MATRICULA CORRENTE DA FOLHA NA
      * TABELA DO CADASTRO; MATRICULA SEM CADASTRO RECALCULA COM
      * ZERO DEPENDENTES. A SUBROTINA CALC-DEPENDENTES CONTA OS
      * DEPENDENTES DO IR NA COMPETENCIA PELO CADASTRO DE
      * DEPENDENTES, COMO O LOTE; O CONTADOR DO CADASTRO SO' VALE
      * PARA QUEM NAO TEM NENHUM DEPENDENTE NELE.
      *
       BUSCAR-DEPENDENTES.
           MOVE 0 TO WS-DEPEND-CADASTRO.
           SET WS-IDX-CAD TO 1.
           IF WS-TOTAL-CADASTRO > 0
               SEARCH WS-CADASTRO
                       CONTINUE
                   WHEN CD-ID(WS-IDX-CAD) = CF-ID(WS-IDX)
                       MOVE CD-DEPENDENTES(WS-IDX-CAD)
                           TO WS-DEPEND-CADASTRO
               END-SEARCH
           END-IF.
           MOVE CF-BRUTO(WS-IDX) TO WS-REMUNERACAO-SF.
           CALL "CALC-DEPENDENTES" USING WS-ARQ-DEPENDENTES
               CF-ID(WS-IDX) WS-COMPETENCIA WS-DEPEND-CADASTRO
               WS-REMUNERACAO-SF WS-DIAS-SF WS-AVISAR-DEPEND
               WS-DEPENDENTES-CALC WS-COTAS-SF WS-SAL-FAMILIA-CALC
               WS-QTD-AVISOS-DEP.
      *
      * GRAVACAO DE UMA LINHA DE OCORRENCIA NO RELATORIO
      *
           MOVE WS-NOME-HIST-EMP TO WS-ARQ-HIST-CALC.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-DEPEND-EMP.
           MOVE WS-NOME-DEPEND-EMP TO WS-ARQ-DEPENDENTES.
