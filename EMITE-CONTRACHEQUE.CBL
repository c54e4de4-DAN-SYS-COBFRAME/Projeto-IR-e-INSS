      * LINHA DE VENCIMENTOS (SALARIO BRUTO), UMA LINHA POR DESCONTO  *
      * (INSS, IR, PENSAO ALIMENTICIA), O FGTS DEPOSITADO PELA        *
      * EMPRESA COMO INFORMATIVO E O SALARIO LIQUIDO EM DESTAQUE.     *
      * NO MES COM AFASTAMENTO, O SALARIO-MATERNIDADE SAI DESTACADO   *
      * DO SALARIO BASE E O AFASTAMENTO (MOTIVO, PERIODO E DIAS A     *
      * CARGO DO INSS) SAI EM LINHAS INFORMATIVAS.                    *
      * O SALARIO-FAMILIA, FORA DO BRUTO, SAI COMO VENCIMENTO PROPRIO *
      * COM A QUANTIDADE DE COTAS.                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               VALUE "SALARIO LIQUIDO A RECEBER".
           05 FILLER             PIC X(16) VALUE SPACES.
           05 LIN-LIQUIDO-VALOR  PIC ZZZZZ9.99.
      *
      * LINHAS INFORMATIVAS DO AFASTAMENTO NO MES (MOTIVO, INICIO E
      * RETORNO, DIAS AFASTADOS E, DESTES, OS A CARGO DO INSS, QUE
      * NAO SAO PAGOS PELA EMPRESA)
      *
       01 WS-LIN-AFAST.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(13) VALUE "AFASTAMENTO: ".
           05 LIN-AFAST-DESCR    PIC X(20).
           05 FILLER             PIC X(4)  VALUE " DE ".
           05 LIN-AFAST-INI-DIA  PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-AFAST-INI-MES  PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-AFAST-INI-ANO  PIC 9(4).
           05 FILLER             PIC X(9)  VALUE " RETORNO ".
           05 LIN-AFAST-RET-DIA  PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-AFAST-RET-MES  PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-AFAST-RET-ANO  PIC 9(4).
       01 WS-LIN-AFAST-DIAS.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(23)
               VALUE "DIAS AFASTADOS NO MES: ".
           05 LIN-AFAST-DIAS     PIC Z9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(34)
               VALUE "DIAS A CARGO DO INSS (NAO PAGOS): ".
           05 LIN-AFAST-DIAS-INSS PIC Z9.
       01 WS-DATA-EDICAO         PIC 9(8)  VALUE 0.
       01 WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
           05 WS-EDICAO-ANO      PIC 9(4).
           05 WS-EDICAO-MES      PIC 9(2).
           05 WS-EDICAO-DIA      PIC 9(2).
       01 WS-SAL-MATERNIDADE     PIC 9(6)V99 VALUE 0.
      *
      * SALARIO-FAMILIA PAGO NA FOLHA MENSAL, FORA DO BRUTO, COM A
      * QUANTIDADE DE COTAS NA DESCRICAO DA VERBA
      *
       01 WS-SAL-FAMILIA         PIC 9(6)V99 VALUE 0.
       01 WS-DESCR-SAL-FAMILIA.
           05 FILLER             PIC X(17) VALUE "SALARIO-FAMILIA (".
           05 DESCR-SF-COTAS     PIC Z9.
           05 FILLER             PIC X(7)  VALUE " COTAS)".
      *
      * TABELA DOS MOTIVOS DE AFASTAMENTO, PARTILHADA COM O
      * MANTER-AFASTAMENTOS, PARA A DESCRICAO DO MOTIVO
      *
       COPY TABAFAST.CPY.

      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
       IMPRIMIR-VERBAS.
           PERFORM APURAR-SALARIO-BASE.
           MOVE SPACES             TO WS-LIN-VERBA.
           IF WS-QTD-EVENTOS > 0 OR WS-SAL-MATERNIDADE > 0
               MOVE "SALARIO BASE" TO LIN-VERBA-DESCR
           ELSE
               MOVE "SALARIO BRUTO" TO LIN-VERBA-DESCR
           MOVE WS-SALARIO-BASE    TO LIN-VERBA-VENCTO.
           MOVE WS-LIN-VERBA       TO REG-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE.
           IF WS-SAL-MATERNIDADE > 0
               MOVE SPACES             TO WS-LIN-VERBA
               MOVE "SALARIO-MATERNIDADE" TO LIN-VERBA-DESCR
               MOVE WS-SAL-MATERNIDADE TO LIN-VERBA-VENCTO
               MOVE WS-LIN-VERBA       TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-SAL-FAMILIA > 0
               MOVE SPACES             TO WS-LIN-VERBA
               MOVE WS-DESCR-SAL-FAMILIA TO LIN-VERBA-DESCR
               MOVE WS-SAL-FAMILIA     TO LIN-VERBA-VENCTO
               MOVE WS-LIN-VERBA       TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > WS-QTD-EVENTOS
               PERFORM IMPRIMIR-EVENTO
           MOVE FOLHA-FGTS         TO LIN-VERBA-DESCTO.
           MOVE WS-LIN-VERBA       TO REG-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE.
           PERFORM IMPRIMIR-AFASTAMENTO.
      *
      * IMPRESSAO DAS LINHAS INFORMATIVAS DO AFASTAMENTO DO MES, SO'
      * QUANDO O REGISTRO DA FOLHA TRAZ UM MOTIVO CADASTRADO EM
      * TABAFAST.CPY (REGISTROS SEM AFASTAMENTO, OU GRAVADOS ANTES
      * DOS CAMPOS EXISTIREM, CHEGAM COM O MOTIVO EM BRANCO)
      *
       IMPRIMIR-AFASTAMENTO.
           SET WS-IDX-MOT TO 1.
           SEARCH WS-MOTIVO-AFAST
               AT END
                   CONTINUE
               WHEN MOT-CODIGO(WS-IDX-MOT) = FOLHA-AFAST-MOTIVO
                   MOVE MOT-DESCRICAO(WS-IDX-MOT) TO LIN-AFAST-DESCR
                   MOVE FOLHA-AFAST-INICIO  TO WS-DATA-EDICAO
                   MOVE WS-EDICAO-DIA       TO LIN-AFAST-INI-DIA
                   MOVE WS-EDICAO-MES       TO LIN-AFAST-INI-MES
                   MOVE WS-EDICAO-ANO       TO LIN-AFAST-INI-ANO
                   MOVE FOLHA-AFAST-RETORNO TO WS-DATA-EDICAO
                   MOVE WS-EDICAO-DIA       TO LIN-AFAST-RET-DIA
                   MOVE WS-EDICAO-MES       TO LIN-AFAST-RET-MES
                   MOVE WS-EDICAO-ANO       TO LIN-AFAST-RET-ANO
                   MOVE WS-LIN-AFAST        TO REG-CONTRACHEQUE
                   WRITE REG-CONTRACHEQUE
                   MOVE FOLHA-AFAST-DIAS    TO LIN-AFAST-DIAS
                   MOVE FOLHA-AFAST-DIAS-INSS TO LIN-AFAST-DIAS-INSS
                   MOVE WS-LIN-AFAST-DIAS   TO REG-CONTRACHEQUE
                   WRITE REG-CONTRACHEQUE
           END-SEARCH.
      *
      * APURACAO DO SALARIO BASE E DA QUANTIDADE DE EVENTOS DO
      * REGISTRO CORRENTE DA FOLHA. REGISTROS GRAVADOS ANTES DOS
           ELSE
               MOVE 0 TO WS-QTD-EVENTOS
           END-IF.
           IF FOLHA-SAL-MATERNIDADE NUMERIC
               MOVE FOLHA-SAL-MATERNIDADE TO WS-SAL-MATERNIDADE
           ELSE
               MOVE 0 TO WS-SAL-MATERNIDADE
           END-IF.
           IF FOLHA-SAL-FAMILIA NUMERIC
               MOVE FOLHA-SAL-FAMILIA TO WS-SAL-FAMILIA
           ELSE
               MOVE 0 TO WS-SAL-FAMILIA
           END-IF.
           IF FOLHA-COTAS-SF NUMERIC
               MOVE FOLHA-COTAS-SF TO DESCR-SF-COTAS
           ELSE
               MOVE 0 TO DESCR-SF-COTAS
           END-IF.
           COMPUTE WS-SALARIO-BASE =
               FOLHA-SALARIO-BRUTO - WS-SAL-MATERNIDADE.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > WS-QTD-EVENTOS
               SET WS-IDX-EVT TO 1
