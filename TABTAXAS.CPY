      * CASO VALE O PADRAO DE FABRICA DE TABDFLT.CPY.
      *
           05  TAB-LIQUIDO-MIN-PCT     PIC 9V9999.                              
      *
      * SALARIO MINIMO NACIONAL VIGENTE, BASE DAS PENSOES
      * ALIMENTICIAS FIXADAS EM PERCENTUAL DO MINIMO (PENSIONISTAS.DAT).
      * EM BRANCO NOS ARQUIVOS ANTIGOS; NESSE CASO VALE O PADRAO DE
      * FABRICA DE TABDFLT.CPY.
      *
           05  TAB-SALARIO-MINIMO      PIC 9(6)V99.
      *
      * VARIACAO MAXIMA ACEITA DO BRUTO E DO LIQUIDO DE CADA
      * FUNCIONARIO NA FOLHA PREVIA EM RELACAO A ULTIMA COMPETENCIA
      * FECHADA, USADA PELO CONFERE-PREVIA (0,2000 = 20%). EM BRANCO
      * NOS ARQUIVOS ANTIGOS; NESSE CASO VALE O PADRAO DE FABRICA DE
      * TABDFLT.CPY.
      *
           05  TAB-VARIACAO-PREVIA-PCT PIC 9V9999.
      *
      * DIVISOR MENSAL DE HORAS (SALARIO DO CADASTRO / DIVISOR =
      * VALOR DA HORA NORMAL) E PERCENTUAL DO ADICIONAL NOTURNO
      * (0,2000 = 20%), USADOS PELO IMPORTA-PONTO PARA VALORIZAR AS
      * HORAS EXTRAS, AS HORAS NOTURNAS E AS FALTAS DO RELOGIO DE
      * PONTO. EM BRANCO NOS ARQUIVOS ANTIGOS; NESSE CASO VALEM OS
      * PADROES DE FABRICA DE TABDFLT.CPY.
      *
           05  TAB-DIVISOR-HORAS       PIC 9(3).
           05  TAB-ADIC-NOTURNO-PCT    PIC 9V9999.
      *
      * SALARIO-FAMILIA: REMUNERACAO MENSAL MAXIMA DO EMPREGADO PARA
      * TER DIREITO AO BENEFICIO E VALOR DA COTA POR FILHO OU
      * EQUIPARADO ELEGIVEL, REAJUSTADOS TODO ANO PELA PORTARIA DA
      * PREVIDENCIA. USADOS PELA SUBROTINA CALC-DEPENDENTES. EM
      * BRANCO NOS ARQUIVOS ANTIGOS; NESSE CASO VALEM OS PADROES DE
      * FABRICA DE TABDFLT.CPY.
      *
           05  TAB-SF-LIMITE           PIC 9(6)V99.
           05  TAB-SF-COTA             PIC 9(4)V99.
