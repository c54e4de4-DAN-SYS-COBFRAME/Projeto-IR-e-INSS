      *****************************************************************
      * REGPENS.CPY                                                   *
      * LAYOUT DO CADASTRO DE PENSIONISTAS JUDICIAIS -                *
      * PENSIONISTAS.DAT. UM REGISTRO POR BENEFICIARIO DE PENSAO      *
      * ALIMENTICIA DE UM FUNCIONARIO (ATE 3 POR FUNCIONARIO, NA      *
      * SEQUENCIA PENS-SEQ): DADOS DA DECISAO JUDICIAL (PROCESSO,     *
      * VARA E DATA), A BASE DE CALCULO FIXADA PELO JUIZ, SE A PENSAO *
      * INCIDE TAMBEM SOBRE O 13O E SOBRE AS FERIAS, E OS DADOS       *
      * BANCARIOS DO BENEFICIARIO PARA O CREDITO NA REMESSA.          *
      * PENS-TIPO-CALC: "F" VALOR FIXO (PENS-VALOR-FIXO), "B" PERCEN- *
      * TUAL DO BRUTO, "L" PERCENTUAL DO LIQUIDO (BRUTO MENOS INSS E  *
      * IR) E "M" PERCENTUAL DO SALARIO MINIMO (TAB-SALARIO-MINIMO);  *
      * NOS TRES ULTIMOS VALE PENS-PERCENTUAL (EM %, EX.: 030,00).    *
      * O CALCULO FICA NA SUBROTINA COMUM CALC-PENSAO. PENSAO         *
      * ENCERRADA ("E") FICA NO ARQUIVO PARA HISTORICO MAS NAO E'     *
      * MAIS DESCONTADA. BANCO ZERO SIGNIFICA DADOS BANCARIOS NAO     *
      * INFORMADOS, E O CREDITO SAI NA LISTA DE PAGAMENTOS A MAO DO   *
      * GERA-REMESSA. MANTIDO PELO MANTER-PENSIONISTAS.               *
      *****************************************************************
       01  REG-PENSIONISTA.
           05  PENS-ID-FUNC            PIC 9(6).
           05  PENS-SEQ                PIC 9(2).
           05  PENS-NOME               PIC X(30).
           05  PENS-CPF                PIC 9(11).
           05  PENS-PROCESSO           PIC X(25).
           05  PENS-VARA               PIC X(30).
           05  PENS-DATA-DECISAO       PIC 9(8).
           05  PENS-TIPO-CALC          PIC X(1).
               88  PENS-CALC-FIXO          VALUE "F".
               88  PENS-CALC-BRUTO         VALUE "B".
               88  PENS-CALC-LIQUIDO       VALUE "L".
               88  PENS-CALC-MINIMO        VALUE "M".
           05  PENS-VALOR-FIXO         PIC 9(6)V99.
           05  PENS-PERCENTUAL         PIC 9(3)V99.
           05  PENS-INCIDE-13          PIC X(1).
           05  PENS-INCIDE-FERIAS      PIC X(1).
           05  PENS-BANCO              PIC 9(3).
           05  PENS-AGENCIA            PIC 9(5).
           05  PENS-CONTA              PIC 9(10).
           05  PENS-SITUACAO           PIC X(1).
               88  PENS-ENCERRADA          VALUE "E".
