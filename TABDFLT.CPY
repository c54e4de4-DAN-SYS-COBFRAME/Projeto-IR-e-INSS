      * RECUSADA PELO CALC-SALARIO-LOTE.
      *
       01 WS-LIQUIDO-MIN-PCT     PIC 9V9999  VALUE 0.3000.
      *
      * SALARIO MINIMO NACIONAL VIGENTE, BASE DAS PENSOES
      * ALIMENTICIAS FIXADAS PELO JUIZ EM PERCENTUAL DO MINIMO.
      *
       01 WS-SALARIO-MINIMO      PIC 9(6)V99 VALUE 1412.00.
      *
      * VARIACAO MAXIMA DO BRUTO E DO LIQUIDO DE UM FUNCIONARIO NA
      * FOLHA PREVIA EM RELACAO A ULTIMA COMPETENCIA FECHADA; ACIMA
      * DISSO O CONFERE-PREVIA APONTA A VARIACAO NO RELATORIO DE
      * EXCECOES.
      *
       01 WS-VARIACAO-PREVIA-PCT PIC 9V9999  VALUE 0.2000.
      *
      * DIVISOR MENSAL DE HORAS DA JORNADA DE 44 HORAS SEMANAIS E
      * ADICIONAL NOTURNO DA CLT, USADOS NA VALORIZACAO DO PONTO.
      *
       01 WS-DIVISOR-HORAS       PIC 9(3)    VALUE 220.
       01 WS-ADIC-NOTURNO-PCT    PIC 9V9999  VALUE 0.2000.
      *
      * SALARIO-FAMILIA: REMUNERACAO MAXIMA PARA O DIREITO E VALOR DA
      * COTA POR FILHO OU EQUIPARADO, PELA PORTARIA DA PREVIDENCIA.
      *
       01 WS-SF-LIMITE           PIC 9(6)V99 VALUE 1819.26.
       01 WS-SF-COTA             PIC 9(4)V99 VALUE 62.04.
