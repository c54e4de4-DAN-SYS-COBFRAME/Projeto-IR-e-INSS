       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALC-PENSAO.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * SUBROTINA COMUM DE CALCULO DA PENSAO ALIMENTICIA DE UM        *
      * BENEFICIARIO DE PENSIONISTAS.DAT, PELA BASE FIXADA NA         *
      * DECISAO JUDICIAL: VALOR FIXO, PERCENTUAL DO BRUTO, PERCENTUAL *
      * DO LIQUIDO (BRUTO MENOS INSS E IR, CALCULADOS ANTES DA        *
      * PENSAO) OU PERCENTUAL DO SALARIO MINIMO. CHAMADA PELO         *
      * CALC-SALARIO-LOTE, CALC-FERIAS E CALC-RESCISAO, PARA QUE OS   *
      * TRES USEM SEMPRE A MESMA REGRA, NO MESMO MOLDE DO             *
      * CALC-ENCARGOS. LK-PENSAO-TOTAL ACUMULA AS PENSOES JA          *
      * CALCULADAS DO MESMO FUNCIONARIO NA MESMA VERBA: A PENSAO DE   *
      * CADA BENEFICIARIO E' LIMITADA AO QUE AINDA RESTA DE LK-LIMITE *
      * (O QUE O FUNCIONARIO TEM A RECEBER NA VERBA, QUE NA 2A        *
      * PARCELA DO 13O E' MENOR QUE O LIQUIDO DO 13O INTEIRO), PARA   *
      * QUE A SOMA DAS PENSOES NUNCA PASSE DELE.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TABELA-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA-TAXAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TABELA-TAXAS.
           COPY TABTAXAS.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-TABELA-TAXAS     PIC X(2).
       01 WS-TABELA-CARREGADA    PIC X(1) VALUE "N".
           88 TABELA-CARREGADA        VALUE "S".
      *
      * SALARIO MINIMO PADRAO DE FABRICA (TABDFLT.CPY), SUBSTITUIDO
      * PELO VALOR MANTIDO EM TABELA-TAXAS.DAT QUANDO O ARQUIVO
      * EXISTE E O CAMPO ESTA PREENCHIDO
      *
       COPY TABDFLT.CPY.
       01 WS-PENSAO-CALC         PIC 9(7)V99 VALUE 0.
       01 WS-SALDO-CALC          PIC S9(7)V99 VALUE 0.
       LINKAGE SECTION.
       01 LK-TIPO-CALC           PIC X(1).
       01 LK-VALOR-FIXO          PIC 9(6)V99.
       01 LK-PERCENTUAL          PIC 9(3)V99.
       01 LK-SALARIO-BRUTO       PIC 9(6)V99.
       01 LK-SALARIO-LIQUIDO     PIC 9(6)V99.
       01 LK-LIMITE              PIC 9(6)V99.
       01 LK-PENSAO              PIC 9(6)V99.
       01 LK-PENSAO-TOTAL        PIC 9(6)V99.

       PROCEDURE DIVISION USING LK-TIPO-CALC LK-VALOR-FIXO
               LK-PERCENTUAL LK-SALARIO-BRUTO LK-SALARIO-LIQUIDO
               LK-LIMITE LK-PENSAO LK-PENSAO-TOTAL.
       MAIN-PROCEDURE.
           IF NOT TABELA-CARREGADA
               PERFORM CARREGAR-TABELA-TAXAS
               MOVE "S" TO WS-TABELA-CARREGADA
           END-IF.
           PERFORM CALCULAR-PENSAO.
           PERFORM LIMITAR-AO-LIQUIDO.
           ADD LK-PENSAO TO LK-PENSAO-TOTAL.
           GOBACK.
      *
      * CARREGA O SALARIO MINIMO DE TABELA-TAXAS.DAT, SE O ARQUIVO
      * EXISTIR E O CAMPO ESTIVER PREENCHIDO (ARQUIVOS GRAVADOS ANTES
      * DO CAMPO EXISTIR MANTEM O PADRAO DE FABRICA). SO' E' FEITO
      * UMA VEZ POR EXECUCAO, NA PRIMEIRA CHAMADA.
      *
       CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-TABELA-TAXAS.
           IF WS-FS-TABELA-TAXAS = "00"
               READ ARQ-TABELA-TAXAS
                   NOT AT END
                       IF TAB-SALARIO-MINIMO NUMERIC
                           MOVE TAB-SALARIO-MINIMO
                               TO WS-SALARIO-MINIMO
                       END-IF
               END-READ
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
      *
      * CALCULO DA PENSAO PELA BASE DA DECISAO. O PERCENTUAL VEM EM
      * PONTOS PERCENTUAIS (030,00 = 30%). TIPO DESCONHECIDO NAO
      * GERA DESCONTO (O MANTER-PENSIONISTAS SO' GRAVA TIPOS VALIDOS).
      *
       CALCULAR-PENSAO.
           EVALUATE LK-TIPO-CALC
               WHEN "F"
                   MOVE LK-VALOR-FIXO TO WS-PENSAO-CALC
               WHEN "B"
                   COMPUTE WS-PENSAO-CALC ROUNDED =
                       LK-SALARIO-BRUTO * LK-PERCENTUAL / 100
               WHEN "L"
                   COMPUTE WS-PENSAO-CALC ROUNDED =
                       LK-SALARIO-LIQUIDO * LK-PERCENTUAL / 100
               WHEN "M"
                   COMPUTE WS-PENSAO-CALC ROUNDED =
                       WS-SALARIO-MINIMO * LK-PERCENTUAL / 100
               WHEN OTHER
                   MOVE 0 TO WS-PENSAO-CALC
           END-EVALUATE.
      *
      * LIMITA A PENSAO AO QUE RESTA DE LK-LIMITE DEPOIS DAS PENSOES
      * JA ACUMULADAS EM LK-PENSAO-TOTAL. O SALDO E' CALCULADO NUM
      * CAMPO COM SINAL PARA NAO VIRAR UM VALOR POSITIVO ERRADO.
      *
       LIMITAR-AO-LIQUIDO.
           COMPUTE WS-SALDO-CALC =
               LK-LIMITE - LK-PENSAO-TOTAL.
           IF WS-SALDO-CALC < 0
               MOVE 0 TO WS-SALDO-CALC
           END-IF.
           IF WS-PENSAO-CALC > WS-SALDO-CALC
               MOVE WS-SALDO-CALC TO LK-PENSAO
           ELSE
               MOVE WS-PENSAO-CALC TO LK-PENSAO
           END-IF.
